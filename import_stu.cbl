                         FILE STATUS IS REJ-STATUS-FIELD.
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
       SELECT  SECTION-CAPACITY-FILE
                     ASSIGN TO SECTCAP
                       ORGANIZATION IS INDEXED
                         RECORD KEY IS SECT-CAP-KEY
                           ACCESS MODE IS RANDOM
                             FILE STATUS IS CAP-STATUS-FIELD.
       SELECT  PREREQUISITE-FILE
                     ASSIGN TO PREREQ
                       ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS PRQ-STATUS-FIELD.
       SELECT  CHECKPOINT-FILE
                     ASSIGN TO IMPCKP
                       ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS CKP-STATUS-FIELD.
       SELECT  IMPORT-LOG-FILE
                     ASSIGN TO IMPLOG
                       ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS LOG-STATUS-FIELD.
       SELECT  AUDIT-LOG-FILE
                     ASSIGN TO AUDFILE
                       ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS AUD-STATUS-FIELD.
       SELECT  OPERATOR-ID-FILE
                     ASSIGN TO OPERID
                       ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS OPID-STATUS-FIELD.
       SELECT  OPERATOR-MASTER-FILE
                     ASSIGN TO OPERMST
                       ORGANIZATION IS INDEXED
                         RECORD KEY IS OPER-MST-ID
                           ACCESS MODE IS RANDOM
                             FILE STATUS IS OPMS-STATUS-FIELD.

       DATA DIVISION.
       FILE SECTION.
       FD  SECTION-CAPACITY-FILE.
           COPY SECTCAP.

       FD  PREREQUISITE-FILE.
           COPY PREREQ.

       FD  CHECKPOINT-FILE.
       01 CKP-RECORD.
           05 CKP-FILE-ID            PIC X(20).
           05 CKP-LINES-DONE         PIC 9(06).
           05 CKP-WRITTEN            PIC 9(06).
           05 CKP-REJECTED           PIC 9(06).
           05 CKP-INTERVAL           PIC 9(04).
           05 CKP-RESTART-LIMIT      PIC 9(07).

       FD  IMPORT-LOG-FILE.
       01 LOG-RECORD.
           05 LOG-FILE-ID            PIC X(20).
           05 FILLER                 PIC X(01).
           05 LOG-FEED-DATE          PIC X(08).
           05 FILLER                 PIC X(01).
           05 LOG-LOAD-DATE          PIC 9(08).
           05 FILLER                 PIC X(01).
           05 LOG-LOAD-TIME          PIC 9(08).
           05 FILLER                 PIC X(01).
           05 LOG-OPERATOR-ID        PIC X(08).
           05 FILLER                 PIC X(01).
           05 LOG-LINES              PIC 9(06).
           05 FILLER                 PIC X(01).
           05 LOG-WRITTEN            PIC 9(06).
           05 FILLER                 PIC X(01).
           05 LOG-REJECTED           PIC 9(06).

       FD  AUDIT-LOG-FILE.
       01 AUDIT-RECORD               PIC X(100).

       FD  OPERATOR-ID-FILE.
       01 OPID-RECORD                PIC X(08).

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMST.

       WORKING-STORAGE SECTION.
       01  STATUS-FIELD             PIC X(2).
       01  CSV-STATUS-FIELD         PIC X(2).
       01  WS-MST-EOF-FLAG          PIC X(3) VALUE "NO".
       01  WS-MST-FOUND-FLAG        PIC X(1).
       01  WS-MST-FOUND-STATUS      PIC X(1).
       01  WS-SUBJ-OPEN-FLAG        PIC X(1) VALUE "N".
       01  WS-SUBJ-ON-FILE-FLAG     PIC X(1) VALUE "N".
       01  WS-TERM-OPEN-FLAG        PIC X(1) VALUE "N".
       01  WS-TERM-ON-FILE-FLAG     PIC X(1) VALUE "N".
       01  STUM-STATUS-FIELD        PIC X(2).
       01  WS-STU-OPEN-FLAG         PIC X(1) VALUE "N".
       01  WS-STU-LOADED-FLAG       PIC X(1) VALUE "N".
       01  CAP-STATUS-FIELD         PIC X(2).
       01  WS-CAP-LOADED-FLAG       PIC X(1) VALUE "N".
       01  WS-CAP-FOUND-FLAG        PIC X(1).
       COPY STUDENTR
           REPLACING ==STUDENT-RECORD==
                  BY ==WS-STUDENT-RECORD==
                     ==STUDENT-GPA==
                  BY ==WS-STUDENT-GPA==
                     ==STUDENT-GRADE-STATUS==
                  BY ==WS-STUDENT-GRADE-STATUS==
                     ==STUDENT-GRADE-MODIFIER==
                  BY ==WS-STUDENT-GRADE-MODIFIER==.
       01  WS-SCALE-FUNCTION        PIC X(01) VALUE "D".
       01  WS-SCALE-RETURN-CODE     PIC 9(01) VALUE ZERO.
       01  PRQ-STATUS-FIELD         PIC X(2).
       01  WS-PRQ-SUB               PIC 9(03) VALUE ZERO.
       01  WS-PRQ-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-PRQ-TABLE.
           05 WS-PRQ-ENTRY OCCURS 300 TIMES.
               10 WS-PRQ-SUBJECT   PIC X(04).
               10 WS-PRQ-REQUIRED  PIC X(04).
               10 WS-PRQ-MIN-GRADE PIC X(01).
       01  WS-PRQ-MET-FLAG          PIC X(1).
       01  WS-PRQ-LOAD-OK           PIC X(1) VALUE "Y".
       01  WS-PRQ-EARNED-FLAG       PIC X(1).
       01  WS-PRQ-SCAN-EOF-FLAG     PIC X(3) VALUE "NO".
       01  CKP-STATUS-FIELD         PIC X(2).
       01  LOG-STATUS-FIELD         PIC X(2).
       01  AUD-STATUS-FIELD         PIC X(2).
       01  OPID-STATUS-FIELD        PIC X(2).
       01  OPMS-STATUS-FIELD        PIC X(2).
       01  WS-REFUSED-FLAG          PIC X(1) VALUE "N".
       01  WS-TRAILER-FLAG          PIC X(1) VALUE "N".
       01  WS-LOG-WRITTEN-FLAG      PIC X(1) VALUE "N".
       01  WS-LOADED-FLAG           PIC X(1) VALUE "N".
       01  WS-RESTART-FLAG          PIC X(1) VALUE "N".
       01  WS-RESTART-LIMIT         PIC 9(07) VALUE ZERO.
       01  WS-NEXT-LIMIT            PIC 9(07) VALUE ZERO.
       01  WS-RELOAD-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-SKIP-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-COMMIT-INTERVAL       PIC 9(04) VALUE ZERO.
       01  WS-COMMIT-QUOTIENT       PIC 9(06) VALUE ZERO.
       01  WS-COMMIT-REMAINDER      PIC 9(04) VALUE ZERO.
       01  WS-INTERVAL-TEXT         PIC X(04) JUSTIFIED RIGHT.
       01  WS-INTERVAL-NUM REDEFINES WS-INTERVAL-TEXT
                                    PIC 9(04).
       01  WS-SYSIN-LINE            PIC X(80) VALUE SPACES.
       01  WS-IMPORT-FILE-ID        PIC X(20) VALUE SPACES.
       01  WS-IMPORT-FEED-DATE      PIC X(08) VALUE SPACES.
       01  WS-CTL-RECORD-TYPE       PIC X(02).
       01  WS-CTL-EOF-FLAG          PIC X(3) VALUE "NO".
       01  WS-CTL-TRAILER-FLAG      PIC X(1) VALUE "N".
       01  WS-CTL-ERROR             PIC X(45) VALUE SPACES.
       01  WS-CTL-DETAIL-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-CTL-TRAILER-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-CTL-COUNT-TEXT        PIC X(06) JUSTIFIED RIGHT.
       01  WS-CTL-COUNT-NUM REDEFINES WS-CTL-COUNT-TEXT
                                    PIC 9(06).
       01  WS-LOG-EOF-FLAG          PIC X(3) VALUE "NO".
       01  WS-LOG-FOUND-FLAG        PIC X(1) VALUE "N".
       01  WS-LOG-FOUND-DATE        PIC 9(08) VALUE ZERO.
       01  WS-OPERATOR-ID           PIC X(08) VALUE SPACES.
       01  WS-OPERATOR-ROLE         PIC X(01) VALUE "S".
       01  WS-OPER-FOUND-FLAG       PIC X(1).
       01  WS-AUDIT-DATE            PIC 9(08).
       01  WS-AUDIT-TIME            PIC 9(08).
       01  WS-AUDIT-POINTER         PIC 9(03) VALUE 1.
           COPY RUNPARM.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       100-IMPORT-STUDENT-RECORDS.
           PERFORM 205-BEGIN-RUN-CONTROL.
           IF WS-RUN-RESULT = 8
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 201-INITIATE-IMPORT.
           IF WS-REFUSED-FLAG = "N"
               PERFORM 202-PROCESS-IMPORT-LINE
                   UNTIL WS-EOF-FLAG = "YES"
               PERFORM 204-COMPLETE-IMPORT
               PERFORM 203-CLOSE-FILES
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "IMPORT FILE ID  : " WS-IMPORT-FILE-ID.
           DISPLAY "LINES READ      : " WS-READ-COUNT.
           DISPLAY "RECORDS WRITTEN : " WS-GOOD-COUNT.
           DISPLAY "LINES REJECTED  : " WS-REJECT-COUNT.
           IF WS-RESTART-FLAG = "Y"
               DISPLAY "ALREADY LOADED  : " WS-RELOAD-COUNT
           END-IF.
           PERFORM 206-END-RUN-CONTROL.
           GOBACK.

       201-INITIATE-IMPORT.
           MOVE "N" TO WS-REFUSED-FLAG.
           PERFORM 320-ACCEPT-COMMIT-INTERVAL.
           PERFORM 321-CHECK-CONTROL-RECORDS.
           IF WS-REFUSED-FLAG = "N"
               PERFORM 322-READ-CHECKPOINT
           END-IF.
           IF WS-REFUSED-FLAG = "N"
               PERFORM 323-CHECK-IMPORT-LOG
           END-IF.
           IF WS-REFUSED-FLAG = "N"
               PERFORM 324-GET-OPERATOR-ID
               PERFORM 325-VALIDATE-OPERATOR-ID
           END-IF.
           IF WS-REFUSED-FLAG = "N"
               PERFORM 317-LOAD-PREREQUISITES
               IF WS-PRQ-LOAD-OK NOT = "Y"
                   DISPLAY "PREREQUISITES NOT LOADED - IMPORT REFUSED"
                   MOVE "Y" TO WS-REFUSED-FLAG
               END-IF
           END-IF.
           IF WS-REFUSED-FLAG = "N"
               PERFORM 331-CHECK-GRADE-SCALE
           END-IF.
           IF WS-REFUSED-FLAG = "N"
               PERFORM 301-OPEN-FILES
               PERFORM 308-OPEN-SUBJECT-MASTER
               PERFORM 309-OPEN-TERM-MASTER
               PERFORM 312-OPEN-STUDENT-MASTER
               PERFORM 314-OPEN-SECTION-CAPACITY
               IF WS-EOF-FLAG = "NO"
                   PERFORM 302A-READ-HEADER-LINE
                   PERFORM 326-SKIP-COMMITTED-LINES
                   PERFORM 327-WRITE-CHECKPOINT
                   PERFORM 302-READ-NEXT-LINE
               END-IF
           END-IF.

       202-PROCESS-IMPORT-LINE.
           PERFORM 303-PARSE-CSV-LINE.
           IF WS-LOADED-FLAG = "Y"
               ADD 1 TO WS-RELOAD-COUNT
               ADD 1 TO WS-GOOD-COUNT
           ELSE
               IF WS-VALID-FLAG = "Y"
                   PERFORM 305-WRITE-STUDENT-RECORD
               ELSE
                   PERFORM 306-WRITE-REJECT-LINE
               END-IF
           END-IF.
           IF WS-EOF-FLAG = "NO"
               DIVIDE WS-READ-COUNT BY WS-COMMIT-INTERVAL
                   GIVING WS-COMMIT-QUOTIENT
                   REMAINDER WS-COMMIT-REMAINDER
               IF WS-COMMIT-REMAINDER = ZERO
                   PERFORM 327-WRITE-CHECKPOINT
               END-IF
               PERFORM 302-READ-NEXT-LINE
           END-IF.

       203-CLOSE-FILES.
           CLOSE STUDENT-RECORD-FILE.
           CLOSE CSV-IMPORT-FILE.
           CLOSE REJECT-FILE.
           CLOSE AUDIT-LOG-FILE.
           IF WS-SUBJ-OPEN-FLAG = "Y"
               CLOSE SUBJECT-MASTER-FILE
           END-IF.
           IF WS-TERM-OPEN-FLAG = "Y"
               CLOSE TERM-MASTER-FILE
           END-IF.
           IF WS-STU-OPEN-FLAG = "Y"
               CLOSE STUDENT-MASTER-FILE
           END-IF.
           IF WS-CAP-LOADED-FLAG = "Y"
               CLOSE SECTION-CAPACITY-FILE
           END-IF.

       204-COMPLETE-IMPORT.
           IF WS-TRAILER-FLAG = "Y"
               PERFORM 329-WRITE-IMPORT-LOG
               IF WS-LOG-WRITTEN-FLAG = "Y"
                   PERFORM 328-CLEAR-CHECKPOINT
               ELSE
                   DISPLAY "IMPORT NOT LOGGED - CHECKPOINT KEPT, RERUN "
                       "TO COMPLETE"
               END-IF
           ELSE
               DISPLAY "IMPORT NOT COMPLETED - RERUN TO RESTART FROM "
                   "THE LAST CHECKPOINT"
               MOVE 8 TO RETURN-CODE
           END-IF.

       205-BEGIN-RUN-CONTROL.
           MOVE "B" TO WS-RUN-FUNCTION.
           MOVE "IMPORTST" TO WS-RUN-PROGRAM.
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
           MOVE WS-GOOD-COUNT TO WS-RUN-RECORDS.
           MOVE WS-REJECT-COUNT TO WS-RUN-EXCEPTIONS.
           CALL "RUN_CTL" USING WS-RUN-FUNCTION, WS-RUN-PROGRAM,
                                WS-RUN-PREDECESSOR, WS-RUN-ONCE-ONLY,
                                WS-RUN-BUS-DATE, WS-RUN-STEP-RC,
                                WS-RUN-RECORDS, WS-RUN-EXCEPTIONS,
                                WS-RUN-RESULT.
           MOVE WS-RUN-STEP-RC TO RETURN-CODE.

       301-OPEN-FILES.
           OPEN I-O STUDENT-RECORD-FILE.
           IF STATUS-FIELD = "35"
                   CSV-STATUS-FIELD
               MOVE "YES" TO WS-EOF-FLAG
           END-IF.
           IF WS-RESTART-FLAG = "Y"
               OPEN EXTEND REJECT-FILE
               IF REJ-STATUS-FIELD = "35"
                   OPEN OUTPUT REJECT-FILE
               END-IF
           ELSE
               OPEN OUTPUT REJECT-FILE
           END-IF.
           IF REJ-STATUS-FIELD NOT = "00"
               DISPLAY "UNABLE TO OPEN REJECT FILE - STATUS "
                   REJ-STATUS-FIELD
               MOVE "YES" TO WS-EOF-FLAG
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUD-STATUS-FIELD = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           IF AUD-STATUS-FIELD NOT = "00"
               PERFORM 403-AUDIT-OPEN-STATUS-RTN
               MOVE "YES" TO WS-EOF-FLAG
           END-IF.

       302-READ-NEXT-LINE.
           READ CSV-IMPORT-FILE
               AT END
                   MOVE "YES" TO WS-EOF-FLAG
               NOT AT END
                   IF IMPORT-RECORD(1:2) = "T,"
                       MOVE "Y" TO WS-TRAILER-FLAG
                       MOVE "YES" TO WS-EOF-FLAG
                   ELSE
                       ADD 1 TO WS-READ-COUNT
                   END-IF
           END-READ.

       302A-READ-HEADER-LINE.
           READ CSV-IMPORT-FILE
               AT END
                   MOVE "YES" TO WS-EOF-FLAG
           END-READ.

       303-PARSE-CSV-LINE.
               INTO WS-STUDENT-NUMBER, WS-RAW-NAME, WS-SUBJECT-CODE,
                    WS-TERM-CODE, WS-RAW-SCORE, WS-IMPORT-DATE
           END-UNSTRING.
           MOVE "N" TO WS-LOADED-FLAG.
           IF WS-RESTART-FLAG = "Y"
                   AND WS-READ-COUNT NOT > WS-RESTART-LIMIT
               PERFORM 319-CHECK-ALREADY-LOADED
           END-IF.
           IF WS-LOADED-FLAG = "N"
               PERFORM 304A-EDIT-INPUT-DATA
               IF WS-VALID-FLAG = "Y"
                   PERFORM 304C-EDIT-SUBJECT-TERM
               END-IF
           END-IF.

       304A-EDIT-INPUT-DATA.
               PERFORM 304B-EDIT-SCORE-OR-STATUS
           END-IF.
           IF WS-VALID-FLAG = "Y" AND WS-STU-LOADED-FLAG = "Y"
               PERFORM 313-FIND-STUDENT-NUMBER
               IF WS-MST-FOUND-FLAG = "N"
                   MOVE "13" TO WS-REJECT-REASON
               MOVE "06" TO WS-REJECT-REASON
               MOVE "N" TO WS-VALID-FLAG
           END-IF.
           IF WS-VALID-FLAG = "Y" AND WS-SUBJ-ON-FILE-FLAG = "Y"
               PERFORM 310-FIND-SUBJECT-CODE
               IF WS-MST-FOUND-FLAG = "N"
                   MOVE "09" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-VALID-FLAG = "Y" AND WS-TERM-ON-FILE-FLAG = "Y"
               PERFORM 311-FIND-TERM-CODE
               IF WS-MST-FOUND-FLAG = "N"
                   MOVE "11" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-VALID-FLAG = "Y" AND WS-CAP-LOADED-FLAG = "Y"
               PERFORM 315-FIND-SECTION-CAPACITY
               IF WS-CAP-FOUND-FLAG = "Y"
                       AND SECT-CAP-FILLED >= SECT-CAP-MAX
                   MOVE "15" TO WS-REJECT-REASON
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF.
           IF WS-VALID-FLAG = "Y" AND WS-PRQ-COUNT > ZERO
               PERFORM 318-CHECK-PREREQUISITES
               IF WS-PRQ-MET-FLAG = "N"
                   MOVE "16" TO WS-REJECT-REASON
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF.

       305-WRITE-STUDENT-RECORD.
           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER.
                       IF WS-CAP-LOADED-FLAG = "Y"
                           PERFORM 315-FIND-SECTION-CAPACITY
                           IF WS-CAP-FOUND-FLAG = "Y"
                               ADD 1 TO SECT-CAP-FILLED
                               PERFORM 316-REWRITE-SECTION-CAPACITY
                           END-IF
                       END-IF
                       PERFORM 330-WRITE-AUDIT-RECORD
                   END-IF
           END-WRITE.

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

       308-OPEN-SUBJECT-MASTER.
           MOVE "N" TO WS-SUBJ-OPEN-FLAG.
           MOVE "N" TO WS-SUBJ-ON-FILE-FLAG.
           OPEN INPUT SUBJECT-MASTER-FILE.
           IF SUBJ-STATUS-FIELD = "35"
               DISPLAY "SUBJECT MASTER NOT FOUND - VALIDATION BYPASSED"
                   DISPLAY "SUBJECT MASTER FILE ERROR - STATUS "
                       SUBJ-STATUS-FIELD
               ELSE
                   MOVE "Y" TO WS-SUBJ-OPEN-FLAG
                   MOVE LOW-VALUES TO SUBJ-MST-CODE
                   START SUBJECT-MASTER-FILE
                       KEY NOT < SUBJ-MST-CODE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-SUBJ-ON-FILE-FLAG
                   END-START
               END-IF
           END-IF.

       309-OPEN-TERM-MASTER.
           MOVE "N" TO WS-TERM-OPEN-FLAG.
           MOVE "N" TO WS-TERM-ON-FILE-FLAG.
           OPEN INPUT TERM-MASTER-FILE.
           IF TERM-STATUS-FIELD = "35"
               DISPLAY "TERM MASTER NOT FOUND - VALIDATION BYPASSED"
                   DISPLAY "TERM MASTER FILE ERROR - STATUS "
                       TERM-STATUS-FIELD
               ELSE
                   MOVE "Y" TO WS-TERM-OPEN-FLAG
                   MOVE LOW-VALUES TO TERM-MST-CODE
                   START TERM-MASTER-FILE
                       KEY NOT < TERM-MST-CODE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-TERM-ON-FILE-FLAG
                   END-START
               END-IF
           END-IF.

       310-FIND-SUBJECT-CODE.
           MOVE "N" TO WS-MST-FOUND-FLAG.
           MOVE SPACES TO WS-MST-FOUND-STATUS.
           MOVE WS-SUBJECT-CODE TO SUBJ-MST-CODE.
           READ SUBJECT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MST-FOUND-FLAG
                   MOVE SUBJ-MST-STATUS TO WS-MST-FOUND-STATUS
           END-READ.

       311-FIND-TERM-CODE.
           MOVE "N" TO WS-MST-FOUND-FLAG.
           MOVE SPACES TO WS-MST-FOUND-STATUS.
           MOVE WS-TERM-CODE TO TERM-MST-CODE.
           READ TERM-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MST-FOUND-FLAG
                   MOVE TERM-MST-STATUS TO WS-MST-FOUND-STATUS
           END-READ.

       312-OPEN-STUDENT-MASTER.
           MOVE "N" TO WS-STU-LOADED-FLAG.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF STUM-STATUS-FIELD = "35"
               DISPLAY "STUDENT MASTER NOT FOUND - VALIDATION BYPASSED"
           ELSE
               IF STUM-STATUS-FIELD NOT = "00"
                   DISPLAY "STUDENT MASTER FILE ERROR - STATUS "
                       STUM-STATUS-FIELD
               ELSE
                   MOVE "Y" TO WS-STU-OPEN-FLAG
                   MOVE ZERO TO STU-MST-NUMBER
                   START STUDENT-MASTER-FILE
                       KEY NOT < STU-MST-NUMBER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-STU-LOADED-FLAG
                   END-START
               END-IF
           END-IF.

       313-FIND-STUDENT-NUMBER.
           MOVE "N" TO WS-MST-FOUND-FLAG.
           MOVE SPACES TO WS-MST-FOUND-STATUS.
           MOVE WS-STUDENT-NUMBER TO STU-MST-NUMBER.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MST-FOUND-FLAG
                   MOVE STU-MST-STATUS TO WS-MST-FOUND-STATUS
           END-READ.

       314-OPEN-SECTION-CAPACITY.
           OPEN I-O SECTION-CAPACITY-FILE.
           IF CAP-STATUS-FIELD = "35"
               DISPLAY "CAPACITY FILE NOT FOUND - SEAT LIMITS "
                   "BYPASSED"
                       CAP-STATUS-FIELD
               ELSE
                   MOVE "Y" TO WS-CAP-LOADED-FLAG
               END-IF
           END-IF.

       315-FIND-SECTION-CAPACITY.
           MOVE "N" TO WS-CAP-FOUND-FLAG.
           MOVE WS-SUBJECT-CODE TO SECT-CAP-SUBJECT.
           MOVE WS-TERM-CODE    TO SECT-CAP-TERM.
           READ SECTION-CAPACITY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CAP-FOUND-FLAG
           END-READ.

       316-REWRITE-SECTION-CAPACITY.
           REWRITE SECTION-CAPACITY-RECORD
               INVALID KEY
                   DISPLAY "SECTION CAPACITY FILE ERROR - STATUS "
                       CAP-STATUS-FIELD
           END-REWRITE.

       317-LOAD-PREREQUISITES.
           MOVE ZERO TO WS-PRQ-COUNT.
           MOVE "NO" TO WS-MST-EOF-FLAG.
           MOVE "Y" TO WS-PRQ-LOAD-OK.
           OPEN INPUT PREREQUISITE-FILE.
           IF PRQ-STATUS-FIELD = "35"
               DISPLAY "PREREQUISITE FILE NOT FOUND - PREREQUISITE "
                   "CHECK BYPASSED"
           ELSE
               IF PRQ-STATUS-FIELD NOT = "00"
                   DISPLAY "PREREQUISITE FILE ERROR - STATUS "
                       PRQ-STATUS-FIELD
                   MOVE "N" TO WS-PRQ-LOAD-OK
               ELSE
                   PERFORM 317A-READ-ONE-PREREQUISITE
                       UNTIL WS-MST-EOF-FLAG = "YES"
                   CLOSE PREREQUISITE-FILE
               END-IF
           END-IF.

       317A-READ-ONE-PREREQUISITE.
           READ PREREQUISITE-FILE
               AT END
                   MOVE "YES" TO WS-MST-EOF-FLAG
               NOT AT END
                   IF WS-PRQ-COUNT >= 300
                       DISPLAY "PREREQUISITE TABLE FULL"
                       MOVE "N" TO WS-PRQ-LOAD-OK
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

       318-CHECK-PREREQUISITES.
           MOVE "Y" TO WS-PRQ-MET-FLAG.
           PERFORM 318A-CHECK-ONE-PREREQUISITE
               VARYING WS-PRQ-SUB FROM 1 BY 1
               UNTIL WS-PRQ-SUB > WS-PRQ-COUNT
                   OR WS-PRQ-MET-FLAG = "N".

       318A-CHECK-ONE-PREREQUISITE.
           IF WS-PRQ-SUBJECT (WS-PRQ-SUB) = WS-SUBJECT-CODE
               PERFORM 318B-SCAN-EARNED-GRADES
               IF WS-PRQ-EARNED-FLAG = "N"
                   MOVE "N" TO WS-PRQ-MET-FLAG
               END-IF
           END-IF.

       318B-SCAN-EARNED-GRADES.
           MOVE "N" TO WS-PRQ-EARNED-FLAG.
           MOVE "NO" TO WS-PRQ-SCAN-EOF-FLAG.
           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER.
           MOVE WS-PRQ-REQUIRED (WS-PRQ-SUB) TO SUBJECT-CODE.
           MOVE LOW-VALUES TO TERM-CODE.
           START STUDENT-RECORD-FILE KEY NOT < STUDENT-KEY
               INVALID KEY
                   MOVE "YES" TO WS-PRQ-SCAN-EOF-FLAG
           END-START.
           PERFORM 318C-READ-ONE-ATTEMPT
               UNTIL WS-PRQ-SCAN-EOF-FLAG = "YES".

       318C-READ-ONE-ATTEMPT.
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

       319-CHECK-ALREADY-LOADED.
           IF WS-STUDENT-NUMBER NUMERIC
                   AND WS-STUDENT-NUMBER NOT = ZERO
               MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
               MOVE WS-SUBJECT-CODE   TO SUBJECT-CODE
               MOVE WS-TERM-CODE      TO TERM-CODE
               READ STUDENT-RECORD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF STUDENT-NAME = WS-RAW-NAME(1:10)
                           MOVE "Y" TO WS-LOADED-FLAG
                       END-IF
               END-READ
           END-IF.

       320-ACCEPT-COMMIT-INTERVAL.
           MOVE SPACES TO WS-SYSIN-LINE.
           ACCEPT WS-SYSIN-LINE.
           MOVE SPACES TO WS-INTERVAL-TEXT.
           UNSTRING WS-SYSIN-LINE DELIMITED BY ALL SPACE
               INTO WS-INTERVAL-TEXT
           END-UNSTRING.
           INSPECT WS-INTERVAL-TEXT REPLACING LEADING SPACE BY ZERO.
           IF WS-INTERVAL-TEXT NUMERIC AND WS-INTERVAL-NUM > ZERO
               MOVE WS-INTERVAL-NUM TO WS-COMMIT-INTERVAL
           ELSE
               MOVE 100 TO WS-COMMIT-INTERVAL
           END-IF.
           DISPLAY "COMMIT INTERVAL : " WS-COMMIT-INTERVAL.

       321-CHECK-CONTROL-RECORDS.
           MOVE ZERO TO WS-CTL-DETAIL-COUNT.
           MOVE ZERO TO WS-CTL-TRAILER-COUNT.
           MOVE "N" TO WS-CTL-TRAILER-FLAG.
           MOVE "NO" TO WS-CTL-EOF-FLAG.
           MOVE SPACES TO WS-CTL-ERROR.
           OPEN INPUT CSV-IMPORT-FILE.
           IF CSV-STATUS-FIELD NOT = "00"
               DISPLAY "UNABLE TO OPEN CSV IMPORT FILE - STATUS "
                   CSV-STATUS-FIELD
               MOVE "Y" TO WS-REFUSED-FLAG
           ELSE
               PERFORM 321A-EDIT-HEADER-LINE
               PERFORM 321B-READ-CONTROL-LINE
                   UNTIL WS-CTL-EOF-FLAG = "YES"
               CLOSE CSV-IMPORT-FILE
               IF WS-CTL-ERROR = SPACES
                       AND WS-CTL-TRAILER-FLAG = "N"
                   MOVE "NO TRAILER RECORD - FEED IS TRUNCATED"
                       TO WS-CTL-ERROR
               END-IF
               IF WS-CTL-ERROR = SPACES
                       AND WS-CTL-TRAILER-COUNT
                           NOT = WS-CTL-DETAIL-COUNT
                   MOVE "TRAILER COUNT DOES NOT MATCH DETAIL LINES"
                       TO WS-CTL-ERROR
               END-IF
               IF WS-CTL-ERROR NOT = SPACES
                   DISPLAY "IMPORT FILE REFUSED - " WS-CTL-ERROR
                   DISPLAY "  DETAIL LINES IN FILE : "
                       WS-CTL-DETAIL-COUNT
                   DISPLAY "  TRAILER COUNT        : "
                       WS-CTL-TRAILER-COUNT
                   MOVE "Y" TO WS-REFUSED-FLAG
               END-IF
           END-IF.

       321A-EDIT-HEADER-LINE.
           READ CSV-IMPORT-FILE
               AT END
                   MOVE "EMPTY FILE - NO HEADER RECORD" TO WS-CTL-ERROR
                   MOVE "YES" TO WS-CTL-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-CTL-RECORD-TYPE
                   MOVE SPACES TO WS-IMPORT-FILE-ID
                   MOVE SPACES TO WS-IMPORT-FEED-DATE
                   UNSTRING IMPORT-RECORD DELIMITED BY ','
                       INTO WS-CTL-RECORD-TYPE, WS-IMPORT-FILE-ID,
                            WS-IMPORT-FEED-DATE
                   END-UNSTRING
                   IF WS-CTL-RECORD-TYPE NOT = "H"
                       MOVE "FIRST LINE IS NOT A HEADER RECORD"
                           TO WS-CTL-ERROR
                   ELSE
                       IF WS-IMPORT-FILE-ID = SPACES
                           MOVE "HEADER RECORD HAS NO FILE ID"
                               TO WS-CTL-ERROR
                       ELSE
                           IF WS-IMPORT-FEED-DATE NOT NUMERIC
                               MOVE "HEADER FILE DATE IS NOT YYYYMMDD"
                                   TO WS-CTL-ERROR
                           END-IF
                       END-IF
                   END-IF
                   IF WS-CTL-ERROR NOT = SPACES
                       MOVE "YES" TO WS-CTL-EOF-FLAG
                   END-IF
           END-READ.

       321B-READ-CONTROL-LINE.
           READ CSV-IMPORT-FILE
               AT END
                   MOVE "YES" TO WS-CTL-EOF-FLAG
               NOT AT END
                   IF WS-CTL-TRAILER-FLAG = "Y"
                       IF IMPORT-RECORD NOT = SPACES
                           MOVE "DATA FOUND AFTER TRAILER RECORD"
                               TO WS-CTL-ERROR
                           MOVE "YES" TO WS-CTL-EOF-FLAG
                       END-IF
                   ELSE
                       EVALUATE IMPORT-RECORD(1:2)
                           WHEN "T,"
                               MOVE "Y" TO WS-CTL-TRAILER-FLAG
                               PERFORM 321C-EDIT-TRAILER-LINE
                           WHEN "H,"
                               MOVE "SECOND HEADER RECORD IN FILE"
                                   TO WS-CTL-ERROR
                               MOVE "YES" TO WS-CTL-EOF-FLAG
                           WHEN OTHER
                               ADD 1 TO WS-CTL-DETAIL-COUNT
                       END-EVALUATE
                   END-IF
           END-READ.

       321C-EDIT-TRAILER-LINE.
           MOVE SPACES TO WS-CTL-RECORD-TYPE.
           MOVE SPACES TO WS-CTL-COUNT-TEXT.
           UNSTRING IMPORT-RECORD DELIMITED BY ',' OR ALL SPACE
               INTO WS-CTL-RECORD-TYPE, WS-CTL-COUNT-TEXT
           END-UNSTRING.
           IF WS-CTL-COUNT-TEXT = SPACES
               MOVE "TRAILER RECORD HAS NO RECORD COUNT" TO WS-CTL-ERROR
               MOVE "YES" TO WS-CTL-EOF-FLAG
           ELSE
               INSPECT WS-CTL-COUNT-TEXT
                   REPLACING LEADING SPACE BY ZERO
               IF WS-CTL-COUNT-TEXT NUMERIC
                   MOVE WS-CTL-COUNT-NUM TO WS-CTL-TRAILER-COUNT
               ELSE
                   MOVE "TRAILER RECORD COUNT IS NOT NUMERIC"
                       TO WS-CTL-ERROR
                   MOVE "YES" TO WS-CTL-EOF-FLAG
               END-IF
           END-IF.

       322-READ-CHECKPOINT.
           MOVE "N" TO WS-RESTART-FLAG.
           MOVE ZERO TO WS-SKIP-COUNT.
           MOVE ZERO TO WS-RESTART-LIMIT.
           OPEN INPUT CHECKPOINT-FILE.
           IF CKP-STATUS-FIELD = "00"
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 322A-EVALUATE-CHECKPOINT
               END-READ
               CLOSE CHECKPOINT-FILE
           ELSE
               IF CKP-STATUS-FIELD NOT = "35"
                   PERFORM 404-CKP-STATUS-RTN
                   MOVE "Y" TO WS-REFUSED-FLAG
               END-IF
           END-IF.

       322A-EVALUATE-CHECKPOINT.
           IF CKP-FILE-ID NOT = SPACES
               IF CKP-FILE-ID NOT = WS-IMPORT-FILE-ID
                   DISPLAY "CHECKPOINT OUTSTANDING FOR IMPORT FILE "
                       CKP-FILE-ID
                   DISPLAY "RESTART THAT FILE BEFORE LOADING "
                       WS-IMPORT-FILE-ID
                   MOVE "Y" TO WS-REFUSED-FLAG
               ELSE
                   IF CKP-LINES-DONE NOT NUMERIC
                           OR CKP-LINES-DONE > WS-CTL-DETAIL-COUNT
                       DISPLAY "CHECKPOINT DOES NOT MATCH IMPORT FILE "
                           WS-IMPORT-FILE-ID " - RESTART REFUSED"
                       MOVE "Y" TO WS-REFUSED-FLAG
                   ELSE
                       MOVE "Y" TO WS-RESTART-FLAG
                       MOVE CKP-LINES-DONE TO WS-SKIP-COUNT
                       MOVE CKP-WRITTEN    TO WS-GOOD-COUNT
                       MOVE CKP-REJECTED   TO WS-REJECT-COUNT
                       COMPUTE WS-RESTART-LIMIT =
                           CKP-LINES-DONE + CKP-INTERVAL
                       IF CKP-RESTART-LIMIT NUMERIC
                               AND CKP-RESTART-LIMIT > WS-RESTART-LIMIT
                           MOVE CKP-RESTART-LIMIT TO WS-RESTART-LIMIT
                       END-IF
                       DISPLAY "RESTART OF IMPORT FILE "
                           WS-IMPORT-FILE-ID " AFTER LINE "
                           CKP-LINES-DONE
                   END-IF
               END-IF
           END-IF.

       323-CHECK-IMPORT-LOG.
           MOVE "N" TO WS-LOG-FOUND-FLAG.
           MOVE "NO" TO WS-LOG-EOF-FLAG.
           OPEN INPUT IMPORT-LOG-FILE.
           IF LOG-STATUS-FIELD = "00"
               PERFORM 323A-READ-ONE-LOG-ENTRY
                   UNTIL WS-LOG-EOF-FLAG = "YES"
               CLOSE IMPORT-LOG-FILE
           ELSE
               IF LOG-STATUS-FIELD NOT = "35"
                   DISPLAY "IMPORT LOG FILE ERROR - STATUS "
                       LOG-STATUS-FIELD
                   MOVE "Y" TO WS-REFUSED-FLAG
               END-IF
           END-IF.
           IF WS-LOG-FOUND-FLAG = "Y"
               DISPLAY "IMPORT FILE " WS-IMPORT-FILE-ID
                   " ALREADY LOADED ON " WS-LOG-FOUND-DATE
               DISPLAY "A CORRECTED FEED MUST CARRY A NEW FILE ID"
               IF WS-RESTART-FLAG = "Y"
                   PERFORM 328-CLEAR-CHECKPOINT
                   MOVE "N" TO WS-RESTART-FLAG
               END-IF
               MOVE "Y" TO WS-REFUSED-FLAG
           END-IF.

       323A-READ-ONE-LOG-ENTRY.
           READ IMPORT-LOG-FILE
               AT END
                   MOVE "YES" TO WS-LOG-EOF-FLAG
               NOT AT END
                   IF LOG-FILE-ID = WS-IMPORT-FILE-ID
                       MOVE "Y" TO WS-LOG-FOUND-FLAG
                       MOVE LOG-LOAD-DATE TO WS-LOG-FOUND-DATE
                       MOVE "YES" TO WS-LOG-EOF-FLAG
                   END-IF
           END-READ.

       324-GET-OPERATOR-ID.
           MOVE SPACES TO WS-OPERATOR-ID.
           OPEN INPUT OPERATOR-ID-FILE.
           IF OPID-STATUS-FIELD = "00"
               READ OPERATOR-ID-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE OPID-RECORD TO WS-OPERATOR-ID
               END-READ
               CLOSE OPERATOR-ID-FILE
           ELSE
               DISPLAY "OPERATOR ID FILE ERROR - STATUS "
                   OPID-STATUS-FIELD
           END-IF.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "NO OPERATOR ID SUPPLIED - IMPORT REFUSED"
               MOVE "Y" TO WS-REFUSED-FLAG
           END-IF.

       325-VALIDATE-OPERATOR-ID.
           MOVE "S" TO WS-OPERATOR-ROLE.
           MOVE "N" TO WS-OPER-FOUND-FLAG.
           IF WS-REFUSED-FLAG = "N"
               OPEN INPUT OPERATOR-MASTER-FILE
               IF OPMS-STATUS-FIELD = "35"
                   DISPLAY "OPERATOR MASTER NOT FOUND - ROLE CHECK "
                       "BYPASSED"
               ELSE
                   IF OPMS-STATUS-FIELD NOT = "00"
                       DISPLAY "OPERATOR MASTER FILE ERROR - STATUS "
                           OPMS-STATUS-FIELD
                       MOVE "Y" TO WS-REFUSED-FLAG
                   ELSE
                       PERFORM 325A-READ-OPERATOR
                       CLOSE OPERATOR-MASTER-FILE
                       IF WS-OPER-FOUND-FLAG = "N"
                           DISPLAY "OPERATOR ID " WS-OPERATOR-ID
                               " UNKNOWN OR INACTIVE - IMPORT REFUSED"
                           MOVE "Y" TO WS-REFUSED-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF.

       325A-READ-OPERATOR.
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

       326-SKIP-COMMITTED-LINES.
           IF WS-SKIP-COUNT > ZERO
               DISPLAY "RESTART - SKIPPING " WS-SKIP-COUNT
                   " COMMITTED IMPORT LINE(S)"
               PERFORM 302-READ-NEXT-LINE
                   WS-SKIP-COUNT TIMES
           END-IF.

       327-WRITE-CHECKPOINT.
           MOVE WS-IMPORT-FILE-ID  TO CKP-FILE-ID.
           MOVE WS-READ-COUNT      TO CKP-LINES-DONE.
           MOVE WS-GOOD-COUNT      TO CKP-WRITTEN.
           MOVE WS-REJECT-COUNT    TO CKP-REJECTED.
           MOVE WS-COMMIT-INTERVAL TO CKP-INTERVAL.
           COMPUTE WS-NEXT-LIMIT = WS-READ-COUNT + WS-COMMIT-INTERVAL.
           IF WS-RESTART-LIMIT > WS-NEXT-LIMIT
               MOVE WS-RESTART-LIMIT TO CKP-RESTART-LIMIT
           ELSE
               MOVE WS-NEXT-LIMIT TO CKP-RESTART-LIMIT
           END-IF.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF CKP-STATUS-FIELD NOT = "00"
               PERFORM 404-CKP-STATUS-RTN
           END-IF.
           WRITE CKP-RECORD.
           IF CKP-STATUS-FIELD NOT = "00"
               PERFORM 404-CKP-STATUS-RTN
           END-IF.
           CLOSE CHECKPOINT-FILE.

       328-CLEAR-CHECKPOINT.
           MOVE SPACES TO CKP-FILE-ID.
           MOVE ZERO   TO CKP-LINES-DONE.
           MOVE ZERO   TO CKP-WRITTEN.
           MOVE ZERO   TO CKP-REJECTED.
           MOVE ZERO   TO CKP-INTERVAL.
           MOVE ZERO   TO CKP-RESTART-LIMIT.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF CKP-STATUS-FIELD NOT = "00"
               PERFORM 404-CKP-STATUS-RTN
           END-IF.
           WRITE CKP-RECORD.
           IF CKP-STATUS-FIELD NOT = "00"
               PERFORM 404-CKP-STATUS-RTN
           END-IF.
           CLOSE CHECKPOINT-FILE.

       329-WRITE-IMPORT-LOG.
           MOVE "N" TO WS-LOG-WRITTEN-FLAG.
           OPEN EXTEND IMPORT-LOG-FILE.
           IF LOG-STATUS-FIELD = "35"
               OPEN OUTPUT IMPORT-LOG-FILE
           END-IF.
           IF LOG-STATUS-FIELD NOT = "00"
               DISPLAY "IMPORT LOG FILE ERROR - STATUS "
                   LOG-STATUS-FIELD
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO LOG-RECORD
               MOVE WS-IMPORT-FILE-ID   TO LOG-FILE-ID
               MOVE WS-IMPORT-FEED-DATE TO LOG-FEED-DATE
               ACCEPT LOG-LOAD-DATE FROM DATE YYYYMMDD
               ACCEPT LOG-LOAD-TIME FROM TIME
               MOVE WS-OPERATOR-ID      TO LOG-OPERATOR-ID
               MOVE WS-READ-COUNT       TO LOG-LINES
               MOVE WS-GOOD-COUNT       TO LOG-WRITTEN
               MOVE WS-REJECT-COUNT     TO LOG-REJECTED
               WRITE LOG-RECORD
               IF LOG-STATUS-FIELD NOT = "00"
                   DISPLAY "IMPORT LOG FILE ERROR - STATUS "
                       LOG-STATUS-FIELD
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE "Y" TO WS-LOG-WRITTEN-FLAG
               END-IF
               CLOSE IMPORT-LOG-FILE
           END-IF.

       330-WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE 1 TO WS-AUDIT-POINTER.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           STRING WS-AUDIT-DATE                DELIMITED BY SIZE
                  "-"                          DELIMITED BY SIZE
                  WS-AUDIT-TIME                DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-OPERATOR-ID               DELIMITED BY SIZE
                  ",ADD,"                      DELIMITED BY SIZE
                  STUDENT-NUMBER               DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(SUBJECT-CODE)  DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  FUNCTION TRIM(TERM-CODE)     DELIMITED BY SIZE
                  ",,00,"                      DELIMITED BY SIZE
                  FUNCTION TRIM(STUDENT-NAME)  DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  STUDENT-SCORE                DELIMITED BY SIZE
                  ", ,"                        DELIMITED BY SIZE
                  STUDENT-GRADE-STATUS         DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-OPERATOR-ROLE             DELIMITED BY SIZE
                  INTO AUDIT-RECORD
                  WITH POINTER WS-AUDIT-POINTER
           END-STRING.
           WRITE AUDIT-RECORD.
           IF AUD-STATUS-FIELD NOT = "00"
               PERFORM 405-AUDIT-WRITE-STATUS-RTN
               MOVE "YES" TO WS-EOF-FLAG
           END-IF.

       331-CHECK-GRADE-SCALE.
           MOVE "R" TO WS-SCALE-FUNCTION.
           CALL "GRADE_SCALE" USING WS-SCALE-FUNCTION,
                                    TERM-CODE,
                                    STUDENT-SCORE,
                                    STUDENT-LETTER-GRADE,
                                    STUDENT-GRADE-MODIFIER,
                                    STUDENT-GPA,
                                    WS-SCALE-RETURN-CODE.
           IF WS-SCALE-RETURN-CODE = 8
               DISPLAY "GRADE SCALE UNREADABLE - IMPORT REFUSED"
               MOVE "Y" TO WS-REFUSED-FLAG
           END-IF.

       402-OPEN-STATUS-RTN.
                   DISPLAY "OPEN ERROR - STATUS " STATUS-FIELD
           END-EVALUATE.

       403-AUDIT-OPEN-STATUS-RTN.
           EVALUATE AUD-STATUS-FIELD
               WHEN "35"
                   DISPLAY "AUDIT LOG FILE NOT FOUND ON OPEN"
               WHEN "39"
                   DISPLAY "AUDIT LOG FILE ATTRIBUTE MISMATCH"
               WHEN OTHER
                   DISPLAY "AUDIT LOG OPEN ERROR - STATUS "
                       AUD-STATUS-FIELD
           END-EVALUATE.

       404-CKP-STATUS-RTN.
           DISPLAY "CHECKPOINT FILE ERROR - STATUS " CKP-STATUS-FIELD.

       405-AUDIT-WRITE-STATUS-RTN.
           DISPLAY "AUDIT LOG WRITE ERROR - STATUS " AUD-STATUS-FIELD.

       END PROGRAM "IMPORT_STU".

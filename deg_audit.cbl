       IDENTIFICATION DIVISION.
       PROGRAM-ID. "DEG_AUDIT".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT  STUDENT-RECORD-FILE
                     ASSIGN TO INDEXSTU
                       ORGANIZATION IS INDEXED
                         RECORD KEY IS STUDENT-KEY
                           ACCESS MODE IS DYNAMIC
                             FILE STATUS IS STATUS-FIELD.
       SELECT  STUDENT-MASTER-FILE
                     ASSIGN TO STUMST
                       ORGANIZATION IS INDEXED
                         RECORD KEY IS STU-MST-NUMBER
                           ACCESS MODE IS SEQUENTIAL
                             FILE STATUS IS STU-STATUS-FIELD.
       SELECT  SUBJECT-MASTER-FILE
                     ASSIGN TO SUBJMST
                       ORGANIZATION IS INDEXED
                         RECORD KEY IS SUBJ-MST-CODE
                           ACCESS MODE IS RANDOM
                             FILE STATUS IS SUBJ-STATUS-FIELD.
       SELECT  PROGRAM-REQUIREMENT-FILE
                     ASSIGN TO PGMREQ
                       ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS REQ-STATUS-FIELD.
       SELECT  GRADUATION-ELIGIBLE-FILE
                     ASSIGN TO GRADELIG
                       ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS ELIG-STATUS-FIELD.
       SELECT  REPORT-FILE
                     ASSIGN TO DEGAUDIT
                       ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS RPT-STATUS-FIELD.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-RECORD-FILE.
           COPY STUDENTR.

       FD  STUDENT-MASTER-FILE.
           COPY STUMST.

       FD  SUBJECT-MASTER-FILE.
           COPY SUBJMST.

       FD  PROGRAM-REQUIREMENT-FILE.
           COPY PGMREQ.

       FD  GRADUATION-ELIGIBLE-FILE.
           COPY GRADELIG.

       FD  REPORT-FILE.
       01 REPORT-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       01  STATUS-FIELD        PIC X(2).
       01  STU-STATUS-FIELD    PIC X(2).
       01  SUBJ-STATUS-FIELD   PIC X(2).
       01  REQ-STATUS-FIELD    PIC X(2).
       01  ELIG-STATUS-FIELD   PIC X(2).
       01  RPT-STATUS-FIELD    PIC X(2).
       01  CONTROL-FIELDS.
           05 WS-STU-EOF-FLAG    PIC X(3) VALUE "NO".
           05 WS-SCAN-EOF-FLAG   PIC X(3) VALUE "NO".
           05 WS-SUBJ-OPEN-FLAG  PIC X(1) VALUE "N".
           05 WS-REQ-EOF-FLAG    PIC X(3) VALUE "NO".
       01  WS-AUDIT-DATE       PIC 9(08).
       01  WS-MST-FOUND-FLAG   PIC X(1).
       01  WS-MST-FOUND-CREDITS PIC 9(02).
       01  WS-REQ-LOAD-OK      PIC X(1) VALUE "N".
       01  WS-REQ-CREDITS-FOUND PIC X(1) VALUE "N".
       01  WS-REQ-GPA-FOUND    PIC X(1) VALUE "N".
       01  WS-REQ-SUB          PIC 9(03) VALUE ZERO.
       01  WS-REQ-COUNT        PIC 9(03) VALUE ZERO.
       01  WS-REQ-TABLE.
           05 WS-REQ-ENTRY OCCURS 50 TIMES.
               10 WS-REQ-SUBJECT   PIC X(04).
               10 WS-REQ-MET-FLAG  PIC X(01).
       01  WS-REQ-MIN-CREDITS  PIC 9(03) VALUE ZERO.
       01  WS-REQ-MIN-GPA      PIC 9(01)V9(02) VALUE ZERO.
       01  WS-STU-FIELDS.
           05 WS-CUR-SUBJECT     PIC X(04) VALUE SPACES.
           05 WS-CUM-POINTS      PIC 9(10)V9(02) VALUE ZERO.
           05 WS-CUM-CREDITS     PIC 9(10) VALUE ZERO.
           05 WS-CUM-GPA         PIC 9(01)V9(02) VALUE ZERO.
           05 WS-EARNED-CREDITS  PIC 9(04) VALUE ZERO.
           05 WS-HELD-FLAG       PIC X(01) VALUE "N".
           05 WS-HELD-SUBJECT    PIC X(04) VALUE SPACES.
           05 WS-HELD-LETTER     PIC X(01) VALUE SPACE.
           05 WS-HELD-GPA        PIC 9(01)V9(02) VALUE ZERO.
           05 WS-HELD-CREDITS    PIC 9(02) VALUE ZERO.
           05 WS-ELIGIBLE-FLAG   PIC X(01) VALUE "N".
       01  WS-GPA-RETURN-CODE  PIC 9(01) VALUE ZERO.
       01  WS-AUDITED-COUNT    PIC 9(05) VALUE ZERO.
       01  WS-ELIGIBLE-COUNT   PIC 9(05) VALUE ZERO.

       01  RPT-HEADER-LINE-1.
           05 FILLER           PIC X(30)
               VALUE "DEGREE AUDIT - RUN DATE ".
           05 RPT-HDR-DATE     PIC 9(08).
       01  RPT-STUDENT-LINE.
           05 FILLER           PIC X(08) VALUE "STUDENT ".
           05 RPT-STU-NUMBER   PIC 9(06).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RPT-STU-NAME     PIC X(20).
       01  RPT-SUBJECT-LINE.
           05 FILLER           PIC X(20)
               VALUE "  REQUIRED SUBJECT ".
           05 RPT-REQ-SUBJECT  PIC X(04).
           05 FILLER           PIC X(22) VALUE SPACES.
           05 RPT-SUBJ-RESULT  PIC X(11).
       01  RPT-CREDIT-LINE.
           05 FILLER           PIC X(18)
               VALUE "  CREDITS EARNED ".
           05 RPT-EARNED       PIC ZZZ9.
           05 FILLER           PIC X(11) VALUE "  MINIMUM ".
           05 RPT-MIN-CREDITS  PIC ZZ9.
           05 FILLER           PIC X(10) VALUE SPACES.
           05 RPT-CREDIT-RESULT PIC X(11).
       01  RPT-GPA-LINE.
           05 FILLER           PIC X(18)
               VALUE "  CUMULATIVE GPA ".
           05 RPT-CUM-GPA      PIC 9.99.
           05 FILLER           PIC X(11) VALUE "  MINIMUM ".
           05 RPT-MIN-GPA      PIC 9.99.
           05 FILLER           PIC X(09) VALUE SPACES.
           05 RPT-GPA-RESULT   PIC X(11).
       01  RPT-RESULT-LINE.
           05 FILLER           PIC X(10) VALUE "  RESULT: ".
           05 RPT-RESULT       PIC X(30).
       01  RPT-AUDITED-LINE.
           05 FILLER           PIC X(26)
               VALUE "ACTIVE STUDENTS AUDITED".
           05 FILLER           PIC X(02) VALUE ": ".
           05 RPT-AUDITED-TOTAL PIC ZZZZ9.
       01  RPT-ELIGIBLE-LINE.
           05 FILLER           PIC X(26)
               VALUE "ELIGIBLE FOR GRADUATION".
           05 FILLER           PIC X(02) VALUE ": ".
           05 RPT-ELIGIBLE-TOTAL PIC ZZZZ9.
           COPY RUNPARM.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       100-PRODUCE-DEGREE-AUDIT.
           PERFORM 205-BEGIN-RUN-CONTROL.
           IF WS-RUN-RESULT = 8
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 201-INITIATE-AUDIT.
           PERFORM 202-AUDIT-ONE-MASTER UNTIL WS-STU-EOF-FLAG = "YES".
           PERFORM 203-PRINT-TOTALS.
           PERFORM 204-CLOSE-FILES.
           PERFORM 206-END-RUN-CONTROL.
           GOBACK.

       201-INITIATE-AUDIT.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           PERFORM 301-OPEN-FILES.
           PERFORM 310-OPEN-SUBJECT-MASTER.
           PERFORM 311-LOAD-REQUIREMENTS.
           IF WS-REQ-LOAD-OK NOT = "Y"
               DISPLAY "PROGRAM REQUIREMENTS NOT LOADED - "
                   "NO STUDENT CLEARED"
               MOVE "YES" TO WS-STU-EOF-FLAG
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE WS-AUDIT-DATE TO RPT-HDR-DATE.
           MOVE RPT-HEADER-LINE-1 TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           IF WS-STU-EOF-FLAG NOT = "YES"
               PERFORM 303-READ-NEXT-MASTER
           END-IF.

       202-AUDIT-ONE-MASTER.
           IF STU-MST-STATUS = "A"
               PERFORM 305-AUDIT-STUDENT
           END-IF.
           PERFORM 303-READ-NEXT-MASTER.

       203-PRINT-TOTALS.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           MOVE WS-AUDITED-COUNT TO RPT-AUDITED-TOTAL.
           MOVE RPT-AUDITED-LINE TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           MOVE WS-ELIGIBLE-COUNT TO RPT-ELIGIBLE-TOTAL.
           MOVE RPT-ELIGIBLE-LINE TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.

       204-CLOSE-FILES.
           CLOSE STUDENT-RECORD-FILE.
           CLOSE STUDENT-MASTER-FILE.
           CLOSE GRADUATION-ELIGIBLE-FILE.
           CLOSE REPORT-FILE.
           IF WS-SUBJ-OPEN-FLAG = "Y"
               CLOSE SUBJECT-MASTER-FILE
           END-IF.

       205-BEGIN-RUN-CONTROL.
           MOVE "B" TO WS-RUN-FUNCTION.
           MOVE "DEGAUDIT" TO WS-RUN-PROGRAM.
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
           MOVE WS-AUDITED-COUNT TO WS-RUN-RECORDS.
           COMPUTE WS-RUN-EXCEPTIONS =
               WS-AUDITED-COUNT - WS-ELIGIBLE-COUNT.
           CALL "RUN_CTL" USING WS-RUN-FUNCTION, WS-RUN-PROGRAM,
                                WS-RUN-PREDECESSOR, WS-RUN-ONCE-ONLY,
                                WS-RUN-BUS-DATE, WS-RUN-STEP-RC,
                                WS-RUN-RECORDS, WS-RUN-EXCEPTIONS,
                                WS-RUN-RESULT.
           MOVE WS-RUN-STEP-RC TO RETURN-CODE.

       300-WRITE-REPORT-LINE.
           WRITE REPORT-RECORD.
           IF RPT-STATUS-FIELD NOT = "00"
               DISPLAY "UNABLE TO WRITE REPORT FILE - STATUS "
                   RPT-STATUS-FIELD
           END-IF.

       301-OPEN-FILES.
           OPEN INPUT STUDENT-RECORD-FILE.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "UNABLE TO OPEN STUDENT RECORD FILE - STATUS "
                   STATUS-FIELD
               MOVE "YES" TO WS-STU-EOF-FLAG
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF STU-STATUS-FIELD NOT = "00"
               DISPLAY "UNABLE TO OPEN STUDENT MASTER FILE - STATUS "
                   STU-STATUS-FIELD
               MOVE "YES" TO WS-STU-EOF-FLAG
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN OUTPUT GRADUATION-ELIGIBLE-FILE.
           IF ELIG-STATUS-FIELD NOT = "00"
               DISPLAY "UNABLE TO OPEN ELIGIBLE LIST FILE - STATUS "
                   ELIG-STATUS-FIELD
               MOVE "YES" TO WS-STU-EOF-FLAG
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF RPT-STATUS-FIELD NOT = "00"
               DISPLAY "UNABLE TO OPEN REPORT FILE - STATUS "
                   RPT-STATUS-FIELD
               MOVE "YES" TO WS-STU-EOF-FLAG
               MOVE 8 TO RETURN-CODE
           END-IF.

       303-READ-NEXT-MASTER.
           READ STUDENT-MASTER-FILE
               AT END
                   MOVE "YES" TO WS-STU-EOF-FLAG
           END-READ.

       305-AUDIT-STUDENT.
           ADD 1 TO WS-AUDITED-COUNT.
           MOVE SPACES TO WS-CUR-SUBJECT.
           MOVE ZERO TO WS-CUM-POINTS.
           MOVE ZERO TO WS-CUM-CREDITS.
           MOVE ZERO TO WS-EARNED-CREDITS.
           MOVE "N" TO WS-HELD-FLAG.
           PERFORM 305A-RESET-ONE-REQUIREMENT
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT.
           MOVE "NO" TO WS-SCAN-EOF-FLAG.
           MOVE STU-MST-NUMBER TO STUDENT-NUMBER.
           MOVE LOW-VALUES TO SUBJECT-CODE.
           MOVE LOW-VALUES TO TERM-CODE.
           START STUDENT-RECORD-FILE KEY NOT < STUDENT-KEY
               INVALID KEY
                   MOVE "YES" TO WS-SCAN-EOF-FLAG
           END-START.
           PERFORM 306-READ-ONE-ROW
               UNTIL WS-SCAN-EOF-FLAG = "YES".
           PERFORM 307-POST-HELD-ATTEMPT.
           CALL "CALCULATE_GPA" USING WS-CUM-POINTS,
                                      WS-CUM-CREDITS,
                                      WS-CUM-GPA,
                                      WS-GPA-RETURN-CODE.
           MOVE "Y" TO WS-ELIGIBLE-FLAG.
           PERFORM 308-PRINT-STUDENT-AUDIT.
           IF WS-ELIGIBLE-FLAG = "Y"
               PERFORM 309-WRITE-ELIGIBLE-RECORD
           END-IF.

       305A-RESET-ONE-REQUIREMENT.
           MOVE "N" TO WS-REQ-MET-FLAG (WS-REQ-SUB).

       306-READ-ONE-ROW.
           READ STUDENT-RECORD-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO WS-SCAN-EOF-FLAG
               NOT AT END
                   IF STUDENT-NUMBER NOT = STU-MST-NUMBER
                       MOVE "YES" TO WS-SCAN-EOF-FLAG
                   ELSE
                       PERFORM 306A-TRACK-ONE-ROW
                   END-IF
           END-READ.

       306A-TRACK-ONE-ROW.
           IF SUBJECT-CODE NOT = WS-CUR-SUBJECT
               PERFORM 307-POST-HELD-ATTEMPT
               MOVE SUBJECT-CODE TO WS-CUR-SUBJECT
           END-IF.
           IF STUDENT-GRADE-STATUS = SPACE
               PERFORM 312-FIND-SUBJECT-CREDITS
               MOVE "Y"                  TO WS-HELD-FLAG
               MOVE SUBJECT-CODE         TO WS-HELD-SUBJECT
               MOVE STUDENT-LETTER-GRADE TO WS-HELD-LETTER
               MOVE STUDENT-GPA          TO WS-HELD-GPA
               MOVE WS-MST-FOUND-CREDITS TO WS-HELD-CREDITS
           END-IF.

       307-POST-HELD-ATTEMPT.
           IF WS-HELD-FLAG = "Y"
               COMPUTE WS-CUM-POINTS = WS-CUM-POINTS
                   + WS-HELD-GPA * WS-HELD-CREDITS
               ADD WS-HELD-CREDITS TO WS-CUM-CREDITS
               IF WS-HELD-LETTER NOT = "F"
                   ADD WS-HELD-CREDITS TO WS-EARNED-CREDITS
                   PERFORM 307A-MARK-ONE-REQUIREMENT
                       VARYING WS-REQ-SUB FROM 1 BY 1
                       UNTIL WS-REQ-SUB > WS-REQ-COUNT
               END-IF
               MOVE "N" TO WS-HELD-FLAG
           END-IF.

       307A-MARK-ONE-REQUIREMENT.
           IF WS-REQ-SUBJECT (WS-REQ-SUB) = WS-HELD-SUBJECT
               MOVE "Y" TO WS-REQ-MET-FLAG (WS-REQ-SUB)
           END-IF.

       308-PRINT-STUDENT-AUDIT.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           MOVE STU-MST-NUMBER TO RPT-STU-NUMBER.
           MOVE STU-MST-NAME   TO RPT-STU-NAME.
           MOVE RPT-STUDENT-LINE TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           PERFORM 308A-PRINT-ONE-REQUIREMENT
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT.
           MOVE WS-EARNED-CREDITS  TO RPT-EARNED.
           MOVE WS-REQ-MIN-CREDITS TO RPT-MIN-CREDITS.
           IF WS-EARNED-CREDITS < WS-REQ-MIN-CREDITS
               MOVE "OUTSTANDING" TO RPT-CREDIT-RESULT
               MOVE "N" TO WS-ELIGIBLE-FLAG
           ELSE
               MOVE "SATISFIED" TO RPT-CREDIT-RESULT
           END-IF.
           MOVE RPT-CREDIT-LINE TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           MOVE WS-CUM-GPA     TO RPT-CUM-GPA.
           MOVE WS-REQ-MIN-GPA TO RPT-MIN-GPA.
           IF WS-CUM-GPA < WS-REQ-MIN-GPA
               MOVE "OUTSTANDING" TO RPT-GPA-RESULT
               MOVE "N" TO WS-ELIGIBLE-FLAG
           ELSE
               MOVE "SATISFIED" TO RPT-GPA-RESULT
           END-IF.
           MOVE RPT-GPA-LINE TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           IF WS-ELIGIBLE-FLAG = "Y"
               MOVE "ELIGIBLE FOR GRADUATION" TO RPT-RESULT
           ELSE
               MOVE "NOT ELIGIBLE" TO RPT-RESULT
           END-IF.
           MOVE RPT-RESULT-LINE TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.

       308A-PRINT-ONE-REQUIREMENT.
           MOVE WS-REQ-SUBJECT (WS-REQ-SUB) TO RPT-REQ-SUBJECT.
           IF WS-REQ-MET-FLAG (WS-REQ-SUB) = "Y"
               MOVE "SATISFIED" TO RPT-SUBJ-RESULT
           ELSE
               MOVE "OUTSTANDING" TO RPT-SUBJ-RESULT
               MOVE "N" TO WS-ELIGIBLE-FLAG
           END-IF.
           MOVE RPT-SUBJECT-LINE TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.

       309-WRITE-ELIGIBLE-RECORD.
           MOVE STU-MST-NUMBER    TO ELIG-STUDENT-NUMBER.
           MOVE STU-MST-NAME      TO ELIG-STUDENT-NAME.
           MOVE WS-AUDIT-DATE     TO ELIG-AUDIT-DATE.
           MOVE WS-EARNED-CREDITS TO ELIG-CREDITS.
           MOVE WS-CUM-GPA        TO ELIG-CUM-GPA.
           WRITE GRADUATION-ELIGIBLE-RECORD.
           IF ELIG-STATUS-FIELD NOT = "00"
               DISPLAY "UNABLE TO WRITE ELIGIBLE LIST FILE - STATUS "
                   ELIG-STATUS-FIELD
           ELSE
               ADD 1 TO WS-ELIGIBLE-COUNT
           END-IF.

       310-OPEN-SUBJECT-MASTER.
           OPEN INPUT SUBJECT-MASTER-FILE.
           IF SUBJ-STATUS-FIELD = "35"
               DISPLAY "SUBJECT MASTER NOT FOUND - ONE CREDIT PER "
                   "COURSE ASSUMED"
           ELSE
               IF SUBJ-STATUS-FIELD NOT = "00"
                   DISPLAY "SUBJECT MASTER FILE ERROR - STATUS "
                       SUBJ-STATUS-FIELD
               ELSE
                   MOVE "Y" TO WS-SUBJ-OPEN-FLAG
               END-IF
           END-IF.

       311-LOAD-REQUIREMENTS.
           MOVE ZERO TO WS-REQ-COUNT.
           MOVE ZERO TO WS-REQ-MIN-CREDITS.
           MOVE ZERO TO WS-REQ-MIN-GPA.
           MOVE "NO" TO WS-REQ-EOF-FLAG.
           MOVE "Y" TO WS-REQ-LOAD-OK.
           MOVE "N" TO WS-REQ-CREDITS-FOUND.
           MOVE "N" TO WS-REQ-GPA-FOUND.
           OPEN INPUT PROGRAM-REQUIREMENT-FILE.
           IF REQ-STATUS-FIELD = "35"
               DISPLAY "PROGRAM REQUIREMENTS FILE NOT FOUND"
               MOVE "N" TO WS-REQ-LOAD-OK
           ELSE
               IF REQ-STATUS-FIELD NOT = "00"
                   DISPLAY "PROGRAM REQUIREMENTS FILE ERROR - STATUS "
                       REQ-STATUS-FIELD
                   MOVE "N" TO WS-REQ-LOAD-OK
               ELSE
                   PERFORM 311A-READ-ONE-REQUIREMENT
                       UNTIL WS-REQ-EOF-FLAG = "YES"
                   CLOSE PROGRAM-REQUIREMENT-FILE
                   IF WS-REQ-CREDITS-FOUND NOT = "Y"
                       DISPLAY "NO MINIMUM CREDITS RECORD ON "
                           "PROGRAM REQUIREMENTS FILE"
                       MOVE "N" TO WS-REQ-LOAD-OK
                   END-IF
                   IF WS-REQ-GPA-FOUND NOT = "Y"
                       DISPLAY "NO MINIMUM GPA RECORD ON "
                           "PROGRAM REQUIREMENTS FILE"
                       MOVE "N" TO WS-REQ-LOAD-OK
                   END-IF
               END-IF
           END-IF.

       311A-READ-ONE-REQUIREMENT.
           READ PROGRAM-REQUIREMENT-FILE
               AT END
                   MOVE "YES" TO WS-REQ-EOF-FLAG
               NOT AT END
                   EVALUATE PGM-REQ-TYPE
                       WHEN "S"
                           PERFORM 311B-STORE-REQUIRED-SUBJECT
                       WHEN "C"
                           IF PGM-REQ-MIN-CREDITS NUMERIC
                               MOVE PGM-REQ-MIN-CREDITS
                                   TO WS-REQ-MIN-CREDITS
                               MOVE "Y" TO WS-REQ-CREDITS-FOUND
                           ELSE
                               DISPLAY "INVALID MINIMUM CREDITS ON "
                                   "PROGRAM REQUIREMENTS FILE"
                               MOVE "N" TO WS-REQ-LOAD-OK
                           END-IF
                       WHEN "G"
                           IF PGM-REQ-MIN-GPA NUMERIC
                               MOVE PGM-REQ-MIN-GPA TO WS-REQ-MIN-GPA
                               MOVE "Y" TO WS-REQ-GPA-FOUND
                           ELSE
                               DISPLAY "INVALID MINIMUM GPA ON "
                                   "PROGRAM REQUIREMENTS FILE"
                               MOVE "N" TO WS-REQ-LOAD-OK
                           END-IF
                       WHEN OTHER
                           DISPLAY "UNKNOWN REQUIREMENT TYPE "
                               PGM-REQ-TYPE " - RECORD SKIPPED"
                   END-EVALUATE
           END-READ.

       311B-STORE-REQUIRED-SUBJECT.
           IF WS-REQ-COUNT >= 50
               DISPLAY "REQUIRED SUBJECT TABLE FULL"
               MOVE "N" TO WS-REQ-LOAD-OK
               MOVE "YES" TO WS-REQ-EOF-FLAG
           ELSE
               ADD 1 TO WS-REQ-COUNT
               MOVE PGM-REQ-SUBJECT TO WS-REQ-SUBJECT (WS-REQ-COUNT)
               MOVE "N" TO WS-REQ-MET-FLAG (WS-REQ-COUNT)
           END-IF.

       312-FIND-SUBJECT-CREDITS.
           MOVE "N" TO WS-MST-FOUND-FLAG.
           MOVE 1 TO WS-MST-FOUND-CREDITS.
           IF WS-SUBJ-OPEN-FLAG = "Y"
               MOVE SUBJECT-CODE TO SUBJ-MST-CODE
               READ SUBJECT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-MST-FOUND-FLAG
                       IF SUBJ-MST-CREDITS NUMERIC
                           MOVE SUBJ-MST-CREDITS
                               TO WS-MST-FOUND-CREDITS
                       END-IF
               END-READ
           END-IF.

       END PROGRAM "DEG_AUDIT".

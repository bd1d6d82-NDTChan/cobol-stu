                         FILE STATUS IS STAND-STATUS-FIELD.
       SELECT  SUBJECT-MASTER-FILE
                     ASSIGN TO SUBJMST
                       ORGANIZATION IS INDEXED
                         RECORD KEY IS SUBJ-MST-CODE
                           ACCESS MODE IS RANDOM
                             FILE STATUS IS SUBJ-STATUS-FIELD.
       SELECT  PRIOR-STANDING-FILE
                     ASSIGN TO STANDWK
                       ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS PRIOR-STATUS-FIELD.
       SELECT  SORT-WORK-FILE
                     ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
           05 STAND-TERM-GPA       PIC 9(01)V9(02).
           05 STAND-CODE           PIC X(01).
           05 STAND-REVIEW-FLAG    PIC X(01).
           05 STAND-CUM-GPA        PIC 9(01)V9(02).

       FD  SUBJECT-MASTER-FILE.
           COPY SUBJMST.

       FD  PRIOR-STANDING-FILE.
       01 PRIOR-STANDING-RECORD.
           05 PRIOR-TERM-CODE      PIC X(06).
           05 PRIOR-STUDENT-NUMBER PIC 9(06).
           05 FILLER               PIC X(15).
           05 PRIOR-STAND-CODE     PIC X(01).
           05 FILLER               PIC X(04).

       SD  SORT-WORK-FILE.
       01 SORT-STANDING-RECORD.
           05 SORT-TERM-CODE       PIC X(06).
           05 SORT-STUDENT-NUMBER  PIC 9(06).
           05 FILLER               PIC X(20).

       WORKING-STORAGE SECTION.
       01  STATUS-FIELD        PIC X(2).
       01  STAND-STATUS-FIELD  PIC X(2).
       01  SUBJ-STATUS-FIELD   PIC X(2).
       01  PRIOR-STATUS-FIELD  PIC X(2).
       01  CONTROL-FIELDS.
           05 WS-EOF-FLAG        PIC X(3) VALUE "NO".
           05 WS-STAND-EOF-FLAG  PIC X(3) VALUE "NO".
           05 WS-PRIOR-EOF-FLAG  PIC X(3) VALUE "NO".
           05 WS-SUBJ-OPEN-FLAG  PIC X(1) VALUE "N".
           05 WS-STAND-OPEN-FLAG PIC X(1) VALUE "N".
       01  WS-MST-FOUND-FLAG   PIC X(1).
       01  WS-MST-FOUND-CREDITS PIC 9(02).
       01  WS-TERM-CODE-IN     PIC X(06).
       01  WS-STAND-ON-FILE    PIC 9(07) VALUE ZERO.
       01  WS-STAND-SKIPPED    PIC 9(07) VALUE ZERO.
       01  WS-PRIOR-STAND-CODE PIC X(1).
       01  WS-RERUN-FLAG       PIC X(1) VALUE "N".
       01  WS-GPA-RETURN-CODE  PIC 9(01) VALUE ZERO.
       01  WS-CUM-FIELDS.
           05 WS-CUR-STUDENT     PIC 9(06) VALUE ZERO.
           05 WS-CUR-SUBJECT     PIC X(04) VALUE SPACES.
           05 WS-CUR-CUM-POINTS  PIC 9(10)V9(02) VALUE ZERO.
           05 WS-CUR-CUM-CREDITS PIC 9(10) VALUE ZERO.
           05 WS-HELD-FLAG       PIC X(01) VALUE "N".
           05 WS-HELD-GPA        PIC 9(01)V9(02) VALUE ZERO.
           05 WS-HELD-CREDITS    PIC 9(02) VALUE ZERO.
       01  WS-TERM-FIELDS.
           05 WS-CUR-IN-TERM-FLAG PIC X(01) VALUE "N".
           05 WS-CUR-NAME         PIC X(10) VALUE SPACES.
           05 WS-CUR-GPA-POINTS   PIC 9(10)V9(02) VALUE ZERO.
           05 WS-CUR-COURSES      PIC 9(10) VALUE ZERO.
           05 WS-CUR-CREDITS      PIC 9(10) VALUE ZERO.
           05 WS-CUR-TERM-GPA     PIC 9(01)V9(02) VALUE ZERO.
           05 WS-CUR-CUM-GPA      PIC 9(01)V9(02) VALUE ZERO.
           05 WS-CUR-STAND-CODE   PIC X(01) VALUE SPACE.
           05 WS-CUR-REVIEW-FLAG  PIC X(01) VALUE SPACE.
       01  WS-HONOR-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-PROBATION-COUNT  PIC 9(07) VALUE ZERO.
       01  WS-STAND-WRITTEN    PIC 9(07) VALUE ZERO.

       01  RPT-STANDING-LINE.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RPT-TERM-GPA       PIC 9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RPT-CUM-GPA        PIC 9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RPT-REVIEW-NOTE    PIC X(16).
           COPY RUNPARM.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       100-PRODUCE-STANDING-RUN.
           PERFORM 208-BEGIN-RUN-CONTROL.
           IF WS-RUN-RESULT = 8
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 201-INITIATE-STANDING.
           PERFORM 202-ACCUMULATE-TERM-ROWS UNTIL WS-EOF-FLAG = "YES".
           PERFORM 204-CLOSE-STANDING-FILE.
           PERFORM 205-PRINT-HONOR-ROLL.
           PERFORM 206-PRINT-PROBATION-LIST.
           PERFORM 207-CLOSE-FILES.
           PERFORM 209-END-RUN-CONTROL.
           GOBACK.

       201-INITIATE-STANDING.
           PERFORM 301-OPEN-STUDENT-FILE.
           PERFORM 302-GET-TERM-CODE.
           PERFORM 303-SORT-PRIOR-STANDINGS.
           PERFORM 310-OPEN-SUBJECT-MASTER.
           PERFORM 203-OPEN-STANDING-FILE.

       202-ACCUMULATE-TERM-ROWS.
           READ STUDENT-RECORD-FILE
               AT END
                   MOVE "YES" TO WS-EOF-FLAG
                   PERFORM 313-POST-STUDENT-CUMULATIVE
               NOT AT END
                   PERFORM 312-TRACK-CUMULATIVE-ROW
                   IF TERM-CODE = WS-TERM-CODE-IN
                           AND STUDENT-GRADE-STATUS NOT = "I"
                           AND STUDENT-GRADE-STATUS NOT = "W"
                   END-IF
           END-READ.

       203-OPEN-STANDING-FILE.
           IF WS-RERUN-FLAG = "Y"
               DISPLAY "WARNING - STANDING RECORDS FOR TERM "
                   WS-TERM-CODE-IN " ALREADY ON FILE - "
               DISPLAY "UNABLE TO OPEN STANDING FILE - STATUS "
                   STAND-STATUS-FIELD
           ELSE
               MOVE "Y" TO WS-STAND-OPEN-FLAG
           END-IF.

       204-CLOSE-STANDING-FILE.
           IF WS-STAND-OPEN-FLAG = "Y"
               CLOSE STANDING-FILE
           END-IF.

           DISPLAY " ".
           DISPLAY "HONOR ROLL - TERM " WS-TERM-CODE-IN
               " (TERM GPA >= 3.50)".
           IF WS-HONOR-COUNT = ZERO
               DISPLAY "  NONE"
           ELSE
               PERFORM 316-OPEN-THIS-RUN-STANDINGS
               PERFORM 307-PRINT-ONE-HONOR-LINE
                   UNTIL WS-STAND-EOF-FLAG = "YES"
           END-IF.

       206-PRINT-PROBATION-LIST.
           DISPLAY " ".
           DISPLAY "ACADEMIC PROBATION - TERM " WS-TERM-CODE-IN
               " (TERM OR CUMULATIVE GPA < 2.00)".
           IF WS-PROBATION-COUNT = ZERO
               DISPLAY "  NONE"
           ELSE
               PERFORM 316-OPEN-THIS-RUN-STANDINGS
               PERFORM 308-PRINT-ONE-PROBATION-LINE
                   UNTIL WS-STAND-EOF-FLAG = "YES"
           END-IF.

       207-CLOSE-FILES.
           CLOSE STUDENT-RECORD-FILE.
           CLOSE PRIOR-STANDING-FILE.
           IF WS-SUBJ-OPEN-FLAG = "Y"
               CLOSE SUBJECT-MASTER-FILE
           END-IF.

       208-BEGIN-RUN-CONTROL.
           MOVE "B" TO WS-RUN-FUNCTION.
           MOVE "STANDING" TO WS-RUN-PROGRAM.
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

       209-END-RUN-CONTROL.
           MOVE RETURN-CODE TO WS-RUN-STEP-RC.
           MOVE "E" TO WS-RUN-FUNCTION.
           MOVE WS-STAND-WRITTEN TO WS-RUN-RECORDS.
           MOVE WS-PROBATION-COUNT TO WS-RUN-EXCEPTIONS.
           CALL "RUN_CTL" USING WS-RUN-FUNCTION, WS-RUN-PROGRAM,
                                WS-RUN-PREDECESSOR, WS-RUN-ONCE-ONLY,
                                WS-RUN-BUS-DATE, WS-RUN-STEP-RC,
                                WS-RUN-RECORDS, WS-RUN-EXCEPTIONS,
                                WS-RUN-RESULT.
           MOVE WS-RUN-STEP-RC TO RETURN-CODE.

       301-OPEN-STUDENT-FILE.
           OPEN INPUT STUDENT-RECORD-FILE.
               MOVE "YES" TO WS-EOF-FLAG
           END-IF.

       303-SORT-PRIOR-STANDINGS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-STUDENT-NUMBER
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 303A-RELEASE-PRIOR-STANDINGS
               GIVING PRIOR-STANDING-FILE.
           OPEN INPUT PRIOR-STANDING-FILE.
           IF PRIOR-STATUS-FIELD NOT = "00"
               DISPLAY "UNABLE TO OPEN PRIOR STANDING WORK FILE - "
                   "STATUS " PRIOR-STATUS-FIELD
               MOVE "YES" TO WS-PRIOR-EOF-FLAG
           ELSE
               PERFORM 315-READ-NEXT-PRIOR
           END-IF.

       303A-RELEASE-PRIOR-STANDINGS.
           OPEN INPUT STANDING-FILE.
           IF STAND-STATUS-FIELD = "35"
               CONTINUE
                   DISPLAY "UNABLE TO OPEN STANDING FILE - STATUS "
                       STAND-STATUS-FIELD
               ELSE
                   PERFORM 303B-READ-ONE-STANDING
                       UNTIL WS-STAND-EOF-FLAG = "YES"
                   CLOSE STANDING-FILE
               END-IF
           END-IF.

       303B-READ-ONE-STANDING.
           READ STANDING-FILE
               AT END
                   MOVE "YES" TO WS-STAND-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-STAND-ON-FILE
                   IF STAND-TERM-CODE NOT = WS-TERM-CODE-IN
                       MOVE STANDING-RECORD TO SORT-STANDING-RECORD
                       RELEASE SORT-STANDING-RECORD
                   ELSE
                       MOVE "Y" TO WS-RERUN-FLAG
                   END-IF
           END-READ.

       304-ACCUMULATE-ONE-ROW.
           IF WS-CUR-IN-TERM-FLAG = "N"
               MOVE "Y" TO WS-CUR-IN-TERM-FLAG
               MOVE STUDENT-NAME TO WS-CUR-NAME
           END-IF.
           PERFORM 311-FIND-SUBJECT-CREDITS.
           COMPUTE WS-CUR-GPA-POINTS = WS-CUR-GPA-POINTS
               + STUDENT-GPA * WS-MST-FOUND-CREDITS.
           ADD WS-MST-FOUND-CREDITS TO WS-CUR-CREDITS.
           ADD 1 TO WS-CUR-COURSES.

       305-FIND-PRIOR-STANDING.
           MOVE SPACES TO WS-PRIOR-STAND-CODE.
           PERFORM 315-READ-NEXT-PRIOR
               UNTIL WS-PRIOR-EOF-FLAG = "YES"
                   OR PRIOR-STUDENT-NUMBER NOT < WS-CUR-STUDENT.
           PERFORM 305A-TAKE-ONE-PRIOR
               UNTIL WS-PRIOR-EOF-FLAG = "YES"
                   OR PRIOR-STUDENT-NUMBER NOT = WS-CUR-STUDENT.

       305A-TAKE-ONE-PRIOR.
           MOVE PRIOR-STAND-CODE TO WS-PRIOR-STAND-CODE.
           PERFORM 315-READ-NEXT-PRIOR.

       306-GRADE-AND-WRITE-STUDENT.
           CALL "CALCULATE_GPA" USING WS-CUR-GPA-POINTS,
                                      WS-CUR-CREDITS,
                                      WS-CUR-TERM-GPA,
                                      WS-GPA-RETURN-CODE.
           CALL "CALCULATE_GPA" USING WS-CUR-CUM-POINTS,
                                      WS-CUR-CUM-CREDITS,
                                      WS-CUR-CUM-GPA,
                                      WS-GPA-RETURN-CODE.
           MOVE SPACES TO WS-CUR-REVIEW-FLAG.
           EVALUATE TRUE
               WHEN WS-CUR-TERM-GPA >= 3.50
                   MOVE "H" TO WS-CUR-STAND-CODE
                   ADD 1 TO WS-HONOR-COUNT
               WHEN WS-CUR-TERM-GPA < 2.00
                       OR WS-CUR-CUM-GPA < 2.00
                   MOVE "P" TO WS-CUR-STAND-CODE
                   ADD 1 TO WS-PROBATION-COUNT
                   PERFORM 305-FIND-PRIOR-STANDING
                   IF WS-PRIOR-STAND-CODE = "P"
                       MOVE "D" TO WS-CUR-REVIEW-FLAG
                   END-IF
               WHEN OTHER
                   MOVE "G" TO WS-CUR-STAND-CODE
           END-EVALUATE.
           IF WS-STAND-OPEN-FLAG = "Y"
               MOVE WS-TERM-CODE-IN    TO STAND-TERM-CODE
               MOVE WS-CUR-STUDENT     TO STAND-STUDENT-NUMBER
               MOVE WS-CUR-NAME        TO STAND-STUDENT-NAME
               MOVE WS-CUR-COURSES     TO STAND-COURSE-COUNT
               MOVE WS-CUR-TERM-GPA    TO STAND-TERM-GPA
               MOVE WS-CUR-STAND-CODE  TO STAND-CODE
               MOVE WS-CUR-REVIEW-FLAG TO STAND-REVIEW-FLAG
               MOVE WS-CUR-CUM-GPA     TO STAND-CUM-GPA
               WRITE STANDING-RECORD
               IF STAND-STATUS-FIELD NOT = "00"
                   DISPLAY "UNABLE TO WRITE STANDING FILE - STATUS "
                       STAND-STATUS-FIELD
               ELSE
                   ADD 1 TO WS-STAND-WRITTEN
               END-IF
           END-IF.

       307-PRINT-ONE-HONOR-LINE.
           IF STAND-CODE = "H"
               PERFORM 309-FORMAT-STANDING-LINE
               DISPLAY RPT-STANDING-LINE
           END-IF.
           PERFORM 317-READ-THIS-RUN-STANDING.

       308-PRINT-ONE-PROBATION-LINE.
           IF STAND-CODE = "P"
               PERFORM 309-FORMAT-STANDING-LINE
               DISPLAY RPT-STANDING-LINE
           END-IF.
           PERFORM 317-READ-THIS-RUN-STANDING.

       309-FORMAT-STANDING-LINE.
           MOVE STAND-STUDENT-NUMBER TO RPT-STUDENT-NUMBER.
           MOVE STAND-STUDENT-NAME   TO RPT-STUDENT-NAME.
           MOVE STAND-COURSE-COUNT   TO RPT-COURSE-COUNT.
           MOVE STAND-TERM-GPA       TO RPT-TERM-GPA.
           MOVE STAND-CUM-GPA        TO RPT-CUM-GPA.
           IF STAND-REVIEW-FLAG = "D"
               MOVE "DISMISSAL REVIEW" TO RPT-REVIEW-NOTE
           ELSE
               MOVE SPACES TO RPT-REVIEW-NOTE
           END-IF.

       310-OPEN-SUBJECT-MASTER.
           OPEN INPUT SUBJECT-MASTER-FILE.
           IF SUBJ-STATUS-FIELD = "35"
               DISPLAY "SUBJECT MASTER NOT FOUND - ONE CREDIT PER "
                   DISPLAY "SUBJECT MASTER FILE ERROR - STATUS "
                       SUBJ-STATUS-FIELD
               ELSE
                   MOVE "Y" TO WS-SUBJ-OPEN-FLAG
               END-IF
           END-IF.

       311-FIND-SUBJECT-CREDITS.
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

       312-TRACK-CUMULATIVE-ROW.
           IF STUDENT-NUMBER NOT = WS-CUR-STUDENT
               PERFORM 313-POST-STUDENT-CUMULATIVE
               MOVE STUDENT-NUMBER TO WS-CUR-STUDENT
               MOVE SUBJECT-CODE   TO WS-CUR-SUBJECT
               MOVE ZERO TO WS-CUR-CUM-POINTS
               MOVE ZERO TO WS-CUR-CUM-CREDITS
               MOVE "N"  TO WS-CUR-IN-TERM-FLAG
               MOVE ZERO TO WS-CUR-GPA-POINTS
               MOVE ZERO TO WS-CUR-COURSES
               MOVE ZERO TO WS-CUR-CREDITS
           ELSE
               IF SUBJECT-CODE NOT = WS-CUR-SUBJECT
                   PERFORM 314-ADD-HELD-ATTEMPT
                   MOVE SUBJECT-CODE TO WS-CUR-SUBJECT
               END-IF
           END-IF.
           IF TERM-CODE NOT > WS-TERM-CODE-IN
                   AND STUDENT-GRADE-STATUS = SPACE
               PERFORM 311-FIND-SUBJECT-CREDITS
               MOVE "Y"                  TO WS-HELD-FLAG
               MOVE STUDENT-GPA          TO WS-HELD-GPA
               MOVE WS-MST-FOUND-CREDITS TO WS-HELD-CREDITS
           END-IF.

       313-POST-STUDENT-CUMULATIVE.
           PERFORM 314-ADD-HELD-ATTEMPT.
           IF WS-CUR-IN-TERM-FLAG = "Y"
               PERFORM 306-GRADE-AND-WRITE-STUDENT
               MOVE "N" TO WS-CUR-IN-TERM-FLAG
           END-IF.

       314-ADD-HELD-ATTEMPT.
           IF WS-HELD-FLAG = "Y"
               COMPUTE WS-CUR-CUM-POINTS = WS-CUR-CUM-POINTS
                   + WS-HELD-GPA * WS-HELD-CREDITS
               ADD WS-HELD-CREDITS TO WS-CUR-CUM-CREDITS
               MOVE "N" TO WS-HELD-FLAG
           END-IF.

       315-READ-NEXT-PRIOR.
           READ PRIOR-STANDING-FILE
               AT END
                   MOVE "YES" TO WS-PRIOR-EOF-FLAG
           END-READ.

       316-OPEN-THIS-RUN-STANDINGS.
           MOVE "NO" TO WS-STAND-EOF-FLAG.
           MOVE ZERO TO WS-STAND-SKIPPED.
           OPEN INPUT STANDING-FILE.
           IF STAND-STATUS-FIELD NOT = "00"
               DISPLAY "UNABLE TO OPEN STANDING FILE - STATUS "
                   STAND-STATUS-FIELD
               MOVE "YES" TO WS-STAND-EOF-FLAG
           ELSE
               PERFORM 318-SKIP-ONE-STANDING
                   UNTIL WS-STAND-EOF-FLAG = "YES"
                       OR WS-STAND-SKIPPED NOT < WS-STAND-ON-FILE
               IF WS-STAND-EOF-FLAG = "YES"
                   CLOSE STANDING-FILE
               ELSE
                   PERFORM 317-READ-THIS-RUN-STANDING
               END-IF
           END-IF.

       317-READ-THIS-RUN-STANDING.
           READ STANDING-FILE
               AT END
                   MOVE "YES" TO WS-STAND-EOF-FLAG
                   CLOSE STANDING-FILE
           END-READ.

       318-SKIP-ONE-STANDING.
           READ STANDING-FILE
               AT END
                   MOVE "YES" TO WS-STAND-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-STAND-SKIPPED
           END-READ.

       END PROGRAM "STANDING".

                     ASSIGN TO CLASSRPT
                       ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS RPT-STATUS-FIELD.
       SELECT  SECTION-ASSIGNMENT-FILE
                     ASSIGN TO SECTASGN
                       ORGANIZATION IS INDEXED
                         RECORD KEY IS SECT-ASG-KEY
                           ACCESS MODE IS RANDOM
                             FILE STATUS IS ASG-STATUS-FIELD.
       SELECT  INSTRUCTOR-MASTER-FILE
                     ASSIGN TO INSTMST
                       ORGANIZATION IS INDEXED
                         RECORD KEY IS INST-MST-ID
                           ACCESS MODE IS RANDOM
                             FILE STATUS IS INST-STATUS-FIELD.
       SELECT  SORT-WORK-FILE
                     ASSIGN TO SORTWK.

       FD  REPORT-FILE.
       01 REPORT-RECORD             PIC X(80).

       FD  SECTION-ASSIGNMENT-FILE.
           COPY SECTASGN.

       FD  INSTRUCTOR-MASTER-FILE.
           COPY INSTMST.

       SD  SORT-WORK-FILE.
       COPY STUDENTR
           REPLACING ==STUDENT-RECORD==
                     ==STUDENT-GPA==
                  BY ==SORT-STUDENT-GPA==
                     ==STUDENT-GRADE-STATUS==
                  BY ==SORT-STUDENT-GRADE-STATUS==
                     ==STUDENT-GRADE-MODIFIER==
                  BY ==SORT-STUDENT-GRADE-MODIFIER==.

       WORKING-STORAGE SECTION.
       01  STATUS-FIELD        PIC X(2).
       01  RPT-STATUS-FIELD    PIC X(2).
       01  ASG-STATUS-FIELD    PIC X(2).
       01  INST-STATUS-FIELD   PIC X(2).
       01  CONTROL-FIELDS.
           05 WS-EOF-FLAG      PIC X(3) VALUE "NO".
           05 WS-SORT-EOF-FLAG PIC X(3) VALUE "NO".
           05 WS-FIRST-FLAG    PIC X(1) VALUE "Y".
           05 WS-LINE-COUNT    PIC 9(02) VALUE ZERO.
           05 WS-PAGE-NUMBER   PIC 9(03) VALUE ZERO.
           05 WS-ASG-OPEN-FLAG PIC X(1) VALUE "N".
           05 WS-INST-OPEN-FLAG PIC X(1) VALUE "N".
       01  WS-PREV-SUBJECT     PIC X(04) VALUE SPACES.
       01  WS-PREV-TERM        PIC X(06) VALUE SPACES.
       01  WS-PREV-INSTRUCTOR  PIC X(20) VALUE SPACES.
       01  WS-SECTION-TOTALS.
           05 WS-SECT-MARKS    PIC 9(10) VALUE ZERO.
           05 WS-SECT-GPA      PIC 9(10)V9(02) VALUE ZERO.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(05) VALUE "TERM".
           05 RPT-SECT-TERM    PIC X(06).
           05 FILLER           PIC X(13) VALUE "  INSTRUCTOR ".
           05 RPT-SECT-INSTRUCTOR PIC X(20).
       01  RPT-HEADER-LINE-2.
           05 FILLER           PIC X(08) VALUE "NUMBER".
           05 FILLER           PIC X(12) VALUE "NAME".
           05 RPT-STUDENT-SCORE  PIC Z9.
           05 FILLER             PIC X(05) VALUE SPACES.
           05 RPT-LETTER-GRADE   PIC X(01).
           05 RPT-GRADE-MODIFIER PIC X(01).
           05 FILLER             PIC X(03) VALUE SPACES.
           05 RPT-GPA            PIC 9.99.
       01  RPT-AVG-SCORE-LINE.
           05 RPT-AVG-LABEL    PIC X(24)
           05 FILLER           PIC X(14) VALUE "GRAND TOTALS -".
           05 FILLER           PIC X(10) VALUE " RECORDS: ".
           05 RPT-GRAND-COUNT  PIC ZZZZZZZZZ9.
           COPY RUNPARM.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       100-PRODUCE-CLASS-REPORT.
           PERFORM 202-BEGIN-RUN-CONTROL.
           IF WS-RUN-RESULT = 8
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 201-INITIATE-REPORT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-SUBJECT-CODE
               INPUT PROCEDURE IS 210-RELEASE-STUDENT-RECORDS
               OUTPUT PROCEDURE IS 220-PRINT-SORTED-REPORT.
           PERFORM 204-CLOSE-FILES.
           PERFORM 203-END-RUN-CONTROL.
           GOBACK.

       201-INITIATE-REPORT.
           PERFORM 301-OPEN-FILES.

       202-BEGIN-RUN-CONTROL.
           MOVE "B" TO WS-RUN-FUNCTION.
           MOVE "CLASSRPT" TO WS-RUN-PROGRAM.
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

       203-END-RUN-CONTROL.
           MOVE RETURN-CODE TO WS-RUN-STEP-RC.
           MOVE "E" TO WS-RUN-FUNCTION.
           MOVE WS-GRAND-COUNT TO WS-RUN-RECORDS.
           MOVE ZERO TO WS-RUN-EXCEPTIONS.
           CALL "RUN_CTL" USING WS-RUN-FUNCTION, WS-RUN-PROGRAM,
                                WS-RUN-PREDECESSOR, WS-RUN-ONCE-ONLY,
                                WS-RUN-BUS-DATE, WS-RUN-STEP-RC,
                                WS-RUN-RECORDS, WS-RUN-EXCEPTIONS,
                                WS-RUN-RESULT.
           MOVE WS-RUN-STEP-RC TO RETURN-CODE.

       204-CLOSE-FILES.
           CLOSE STUDENT-RECORD-FILE.
           CLOSE REPORT-FILE.
           IF WS-ASG-OPEN-FLAG = "Y"
               CLOSE SECTION-ASSIGNMENT-FILE
           END-IF.
           IF WS-INST-OPEN-FLAG = "Y"
               CLOSE INSTRUCTOR-MASTER-FILE
           END-IF.

       210-RELEASE-STUDENT-RECORDS.
           PERFORM 303-READ-NEXT-RECORD.
                   RPT-STATUS-FIELD
               MOVE "YES" TO WS-EOF-FLAG
           END-IF.
           OPEN INPUT SECTION-ASSIGNMENT-FILE.
           IF ASG-STATUS-FIELD = "00"
               MOVE "Y" TO WS-ASG-OPEN-FLAG
           ELSE
               DISPLAY "SECTION ASSIGNMENT FILE NOT AVAILABLE - STATUS "
                   ASG-STATUS-FIELD " - INSTRUCTORS NOT PRINTED"
           END-IF.
           OPEN INPUT INSTRUCTOR-MASTER-FILE.
           IF INST-STATUS-FIELD = "00"
               MOVE "Y" TO WS-INST-OPEN-FLAG
           ELSE
               DISPLAY "INSTRUCTOR MASTER NOT AVAILABLE - STATUS "
                   INST-STATUS-FIELD " - INSTRUCTOR IDS PRINTED"
           END-IF.

       302-PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE SORT-STUDENT-NAME         TO RPT-STUDENT-NAME.
           MOVE SORT-STUDENT-SCORE        TO RPT-STUDENT-SCORE.
           MOVE SORT-STUDENT-LETTER-GRADE TO RPT-LETTER-GRADE.
           MOVE SORT-STUDENT-GRADE-MODIFIER TO RPT-GRADE-MODIFIER.
           MOVE SORT-STUDENT-GPA          TO RPT-GPA.
           MOVE RPT-DETAIL-LINE TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           MOVE ZERO TO WS-SECT-COUNT.
           MOVE ZERO TO WS-SECT-PASS.
           MOVE ZERO TO WS-SECT-FAIL.
           PERFORM 306B-FIND-SECTION-INSTRUCTOR.
           PERFORM 306A-PRINT-SECTION-HEADING.

       306A-PRINT-SECTION-HEADING.
           PERFORM 300-WRITE-REPORT-LINE.
           MOVE WS-PREV-SUBJECT TO RPT-SECT-SUBJECT.
           MOVE WS-PREV-TERM    TO RPT-SECT-TERM.
           MOVE WS-PREV-INSTRUCTOR TO RPT-SECT-INSTRUCTOR.
           MOVE RPT-SECTION-LINE TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           MOVE RPT-HEADER-LINE-2 TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.

       306B-FIND-SECTION-INSTRUCTOR.
           MOVE "UNAVAILABLE" TO WS-PREV-INSTRUCTOR.
           IF WS-ASG-OPEN-FLAG = "Y"
               MOVE WS-PREV-SUBJECT TO SECT-ASG-SUBJECT
               MOVE WS-PREV-TERM    TO SECT-ASG-TERM
               READ SECTION-ASSIGNMENT-FILE
                   INVALID KEY
                       MOVE "NOT ASSIGNED" TO WS-PREV-INSTRUCTOR
                   NOT INVALID KEY
                       MOVE SECT-ASG-INSTRUCTOR TO WS-PREV-INSTRUCTOR
                       IF WS-INST-OPEN-FLAG = "Y"
                           MOVE SECT-ASG-INSTRUCTOR TO INST-MST-ID
                           READ INSTRUCTOR-MASTER-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE INST-MST-NAME
                                       TO WS-PREV-INSTRUCTOR
                           END-READ
                       END-IF
               END-READ
           END-IF.

       307-PRINT-SECTION-TOTALS.
           CALL "CALCULATE_AVG" USING WS-SECT-MARKS,
                                      WS-SECT-COUNT,

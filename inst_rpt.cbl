       IDENTIFICATION DIVISION.
       PROGRAM-ID. "INST_RPT".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT  STUDENT-RECORD-FILE
                     ASSIGN TO INDEXSTU
                       ORGANIZATION IS INDEXED
                         RECORD KEY IS STUDENT-KEY
                           ACCESS MODE IS SEQUENTIAL
                             FILE STATUS IS STATUS-FIELD.
       SELECT  SECTION-ASSIGNMENT-FILE
                     ASSIGN TO SECTASGN
                       ORGANIZATION IS INDEXED
                         RECORD KEY IS SECT-ASG-KEY
                           ACCESS MODE IS DYNAMIC
                             FILE STATUS IS ASG-STATUS-FIELD.
       SELECT  INSTRUCTOR-MASTER-FILE
                     ASSIGN TO INSTMST
                       ORGANIZATION IS INDEXED
                         RECORD KEY IS INST-MST-ID
                           ACCESS MODE IS RANDOM
                             FILE STATUS IS INST-STATUS-FIELD.
       SELECT  REPORT-FILE
                     ASSIGN TO INSTRPT
                       ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS RPT-STATUS-FIELD.
       SELECT  SORT-WORK-FILE
                     ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-RECORD-FILE.
           COPY STUDENTR.

       FD  SECTION-ASSIGNMENT-FILE.
           COPY SECTASGN.

       FD  INSTRUCTOR-MASTER-FILE.
           COPY INSTMST.

       FD  REPORT-FILE.
       01 REPORT-RECORD             PIC X(80).

       SD  SORT-WORK-FILE.
       01 SORT-SECTION-RECORD.
           05 SORT-INSTRUCTOR      PIC X(06).
           05 SORT-SUBJECT-CODE    PIC X(04).
           05 SORT-TERM-CODE       PIC X(06).
           05 SORT-ROW-CLASS       PIC X(01).

       WORKING-STORAGE SECTION.
       01  STATUS-FIELD        PIC X(2).
       01  ASG-STATUS-FIELD    PIC X(2).
       01  INST-STATUS-FIELD   PIC X(2).
       01  RPT-STATUS-FIELD    PIC X(2).
       01  CONTROL-FIELDS.
           05 WS-EOF-FLAG        PIC X(3) VALUE "NO".
           05 WS-ASG-EOF-FLAG    PIC X(3) VALUE "NO".
           05 WS-SORT-EOF-FLAG   PIC X(3) VALUE "NO".
           05 WS-FIRST-FLAG      PIC X(1) VALUE "Y".
           05 WS-ASG-OPEN-FLAG   PIC X(1) VALUE "N".
           05 WS-INST-OPEN-FLAG  PIC X(1) VALUE "N".
       01  WS-TERM-CODE-IN     PIC X(06) VALUE SPACES.
       01  WS-ROW-INSTRUCTOR   PIC X(06).
       01  WS-PREV-INSTRUCTOR  PIC X(06) VALUE SPACES.
       01  WS-PREV-SUBJECT     PIC X(04) VALUE SPACES.
       01  WS-PREV-TERM        PIC X(06) VALUE SPACES.
       01  WS-SECT-COUNTS.
           05 WS-SECT-GRADED     PIC 9(05).
           05 WS-SECT-UNGRADED   PIC 9(05).
           05 WS-SECT-INCOMP     PIC 9(05).
           05 WS-SECT-WITHDRAWN  PIC 9(05).
       01  WS-INST-COUNTS.
           05 WS-INST-SECTIONS   PIC 9(05).
           05 WS-INST-GRADED     PIC 9(05).
           05 WS-INST-UNGRADED   PIC 9(05).
           05 WS-INST-INCOMP     PIC 9(05).
           05 WS-INST-WITHDRAWN  PIC 9(05).
       01  WS-GRAND-COUNTS.
           05 WS-GRAND-SECTIONS  PIC 9(05) VALUE ZERO.
           05 WS-GRAND-GRADED    PIC 9(07) VALUE ZERO.
           05 WS-GRAND-UNGRADED  PIC 9(07) VALUE ZERO.
           05 WS-GRAND-INCOMP    PIC 9(07) VALUE ZERO.
           05 WS-GRAND-WITHDRAWN PIC 9(07) VALUE ZERO.
           05 WS-UNASSIGNED-SECTS PIC 9(05) VALUE ZERO.

       01  RPT-HEADER-LINE-1.
           05 FILLER           PIC X(37)
               VALUE "GRADE SUBMISSION STATUS BY INSTRUCTOR".
           05 FILLER           PIC X(07) VALUE " TERM ".
           05 RPT-HDR-TERM     PIC X(09).
       01  RPT-INSTRUCTOR-LINE.
           05 FILLER           PIC X(11) VALUE "INSTRUCTOR ".
           05 RPT-INST-ID      PIC X(06).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RPT-INST-NAME    PIC X(20).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RPT-INST-STATE   PIC X(20).
       01  RPT-COLUMN-LINE.
           05 FILLER           PIC X(60) VALUE
           "  SUBJ TERM    ENROLLED  GRADED UNGRADED  INCOMP  WDRAWN".
       01  RPT-SECTION-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RPT-SECT-SUBJECT PIC X(04).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 RPT-SECT-TERM    PIC X(06).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 RPT-SECT-ENROLLED  PIC ZZZZZZZ9.
           05 RPT-SECT-GRADED    PIC ZZZZZZZ9.
           05 RPT-SECT-UNGRADED  PIC ZZZZZZZ9.
           05 RPT-SECT-INCOMP    PIC ZZZZZZZ9.
           05 RPT-SECT-WITHDRAWN PIC ZZZZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RPT-SECT-NOTE    PIC X(14).
       01  RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL  PIC X(40).
           05 FILLER           PIC X(02) VALUE ": ".
           05 RPT-TOTAL-COUNT  PIC ZZZZZZ9.
           COPY RUNPARM.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       100-PRODUCE-INSTRUCTOR-REPORT.
           PERFORM 205-BEGIN-RUN-CONTROL.
           IF WS-RUN-RESULT = 8
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 201-INITIATE-REPORT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-INSTRUCTOR
                                SORT-SUBJECT-CODE
                                SORT-TERM-CODE
               INPUT PROCEDURE IS 210-RELEASE-SECTION-ROWS
               OUTPUT PROCEDURE IS 220-PRINT-SECTION-STATUS.
           PERFORM 202-PRINT-GRAND-TOTALS.
           PERFORM 204-CLOSE-FILES.
           PERFORM 206-END-RUN-CONTROL.
           GOBACK.

       201-INITIATE-REPORT.
           PERFORM 301-OPEN-FILES.
           DISPLAY "ENTER TERM CODE (BLANK FOR ALL TERMS)".
           ACCEPT WS-TERM-CODE-IN.
           IF WS-TERM-CODE-IN = SPACES
               MOVE "ALL TERMS" TO RPT-HDR-TERM
           ELSE
               MOVE WS-TERM-CODE-IN TO RPT-HDR-TERM
           END-IF.
           MOVE RPT-HEADER-LINE-1 TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.

       202-PRINT-GRAND-TOTALS.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           MOVE "SECTIONS REPORTED" TO RPT-TOTAL-LABEL.
           MOVE WS-GRAND-SECTIONS TO RPT-TOTAL-COUNT.
           PERFORM 303-WRITE-TOTAL-LINE.
           MOVE "SECTIONS WITH NO INSTRUCTOR" TO RPT-TOTAL-LABEL.
           MOVE WS-UNASSIGNED-SECTS TO RPT-TOTAL-COUNT.
           PERFORM 303-WRITE-TOTAL-LINE.
           MOVE "ROWS GRADED" TO RPT-TOTAL-LABEL.
           MOVE WS-GRAND-GRADED TO RPT-TOTAL-COUNT.
           PERFORM 303-WRITE-TOTAL-LINE.
           MOVE "ROWS STILL UNGRADED" TO RPT-TOTAL-LABEL.
           MOVE WS-GRAND-UNGRADED TO RPT-TOTAL-COUNT.
           PERFORM 303-WRITE-TOTAL-LINE.
           MOVE "OPEN INCOMPLETES (I)" TO RPT-TOTAL-LABEL.
           MOVE WS-GRAND-INCOMP TO RPT-TOTAL-COUNT.
           PERFORM 303-WRITE-TOTAL-LINE.
           MOVE "WITHDRAWALS (W)" TO RPT-TOTAL-LABEL.
           MOVE WS-GRAND-WITHDRAWN TO RPT-TOTAL-COUNT.
           PERFORM 303-WRITE-TOTAL-LINE.

       204-CLOSE-FILES.
           CLOSE STUDENT-RECORD-FILE.
           IF WS-ASG-OPEN-FLAG = "Y"
               CLOSE SECTION-ASSIGNMENT-FILE
           END-IF.
           IF WS-INST-OPEN-FLAG = "Y"
               CLOSE INSTRUCTOR-MASTER-FILE
           END-IF.
           CLOSE REPORT-FILE.

       205-BEGIN-RUN-CONTROL.
           MOVE "B" TO WS-RUN-FUNCTION.
           MOVE "INSTRPT" TO WS-RUN-PROGRAM.
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
           MOVE WS-GRAND-SECTIONS TO WS-RUN-RECORDS.
           MOVE WS-UNASSIGNED-SECTS TO WS-RUN-EXCEPTIONS.
           CALL "RUN_CTL" USING WS-RUN-FUNCTION, WS-RUN-PROGRAM,
                                WS-RUN-PREDECESSOR, WS-RUN-ONCE-ONLY,
                                WS-RUN-BUS-DATE, WS-RUN-STEP-RC,
                                WS-RUN-RECORDS, WS-RUN-EXCEPTIONS,
                                WS-RUN-RESULT.
           MOVE WS-RUN-STEP-RC TO RETURN-CODE.

       210-RELEASE-SECTION-ROWS.
           IF WS-ASG-OPEN-FLAG = "Y"
               PERFORM 211-RELEASE-ONE-ASSIGNMENT
                   UNTIL WS-ASG-EOF-FLAG = "YES"
           END-IF.
           PERFORM 304-READ-NEXT-RECORD.
           PERFORM 212-RELEASE-ONE-ROW UNTIL WS-EOF-FLAG = "YES".

       211-RELEASE-ONE-ASSIGNMENT.
           READ SECTION-ASSIGNMENT-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO WS-ASG-EOF-FLAG
               NOT AT END
                   IF WS-TERM-CODE-IN = SPACES
                           OR SECT-ASG-TERM = WS-TERM-CODE-IN
                       MOVE SECT-ASG-INSTRUCTOR TO SORT-INSTRUCTOR
                       MOVE SECT-ASG-SUBJECT    TO SORT-SUBJECT-CODE
                       MOVE SECT-ASG-TERM       TO SORT-TERM-CODE
                       MOVE "S"                 TO SORT-ROW-CLASS
                       RELEASE SORT-SECTION-RECORD
                   END-IF
           END-READ.

       212-RELEASE-ONE-ROW.
           IF WS-TERM-CODE-IN = SPACES OR TERM-CODE = WS-TERM-CODE-IN
               PERFORM 305-FIND-ROW-INSTRUCTOR
               MOVE WS-ROW-INSTRUCTOR TO SORT-INSTRUCTOR
               MOVE SUBJECT-CODE      TO SORT-SUBJECT-CODE
               MOVE TERM-CODE         TO SORT-TERM-CODE
               EVALUATE TRUE
                   WHEN STUDENT-GRADE-STATUS = "I"
                       MOVE "I" TO SORT-ROW-CLASS
                   WHEN STUDENT-GRADE-STATUS = "W"
                       MOVE "W" TO SORT-ROW-CLASS
                   WHEN STUDENT-LETTER-GRADE = SPACE
                       MOVE "U" TO SORT-ROW-CLASS
                   WHEN OTHER
                       MOVE "G" TO SORT-ROW-CLASS
               END-EVALUATE
               RELEASE SORT-SECTION-RECORD
           END-IF.
           PERFORM 304-READ-NEXT-RECORD.

       220-PRINT-SECTION-STATUS.
           PERFORM 221-RETURN-NEXT-RECORD.
           PERFORM 222-PROCESS-SORTED-RECORD
               UNTIL WS-SORT-EOF-FLAG = "YES".
           IF WS-FIRST-FLAG = "N"
               PERFORM 308-PRINT-SECTION-LINE
               PERFORM 309-PRINT-INSTRUCTOR-TOTALS
           ELSE
               MOVE SPACES TO REPORT-RECORD
               PERFORM 300-WRITE-REPORT-LINE
               MOVE "  NONE - NO SECTIONS FOR THIS TERM"
                   TO REPORT-RECORD
               PERFORM 300-WRITE-REPORT-LINE
           END-IF.

       221-RETURN-NEXT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "YES" TO WS-SORT-EOF-FLAG
           END-RETURN.

       222-PROCESS-SORTED-RECORD.
           IF WS-FIRST-FLAG = "Y"
               PERFORM 306-START-NEW-INSTRUCTOR
               PERFORM 307-START-NEW-SECTION
               MOVE "N" TO WS-FIRST-FLAG
           ELSE
               IF SORT-INSTRUCTOR NOT = WS-PREV-INSTRUCTOR
                   PERFORM 308-PRINT-SECTION-LINE
                   PERFORM 309-PRINT-INSTRUCTOR-TOTALS
                   PERFORM 306-START-NEW-INSTRUCTOR
                   PERFORM 307-START-NEW-SECTION
               ELSE
                   IF SORT-SUBJECT-CODE NOT = WS-PREV-SUBJECT
                           OR SORT-TERM-CODE NOT = WS-PREV-TERM
                       PERFORM 308-PRINT-SECTION-LINE
                       PERFORM 307-START-NEW-SECTION
                   END-IF
               END-IF
           END-IF.
           EVALUATE SORT-ROW-CLASS
               WHEN "G"
                   ADD 1 TO WS-SECT-GRADED
               WHEN "U"
                   ADD 1 TO WS-SECT-UNGRADED
               WHEN "I"
                   ADD 1 TO WS-SECT-INCOMP
               WHEN "W"
                   ADD 1 TO WS-SECT-WITHDRAWN
           END-EVALUATE.
           PERFORM 221-RETURN-NEXT-RECORD.

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
               MOVE "YES" TO WS-EOF-FLAG
           END-IF.
           OPEN INPUT SECTION-ASSIGNMENT-FILE.
           IF ASG-STATUS-FIELD = "00"
               MOVE "Y" TO WS-ASG-OPEN-FLAG
           ELSE
               DISPLAY "SECTION ASSIGNMENT FILE NOT AVAILABLE - STATUS "
                   ASG-STATUS-FIELD " - ALL SECTIONS UNASSIGNED"
           END-IF.
           OPEN INPUT INSTRUCTOR-MASTER-FILE.
           IF INST-STATUS-FIELD = "00"
               MOVE "Y" TO WS-INST-OPEN-FLAG
           ELSE
               DISPLAY "INSTRUCTOR MASTER NOT AVAILABLE - STATUS "
                   INST-STATUS-FIELD " - NAMES NOT PRINTED"
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF RPT-STATUS-FIELD NOT = "00"
               DISPLAY "UNABLE TO OPEN REPORT FILE - STATUS "
                   RPT-STATUS-FIELD
               MOVE "YES" TO WS-EOF-FLAG
           END-IF.

       303-WRITE-TOTAL-LINE.
           MOVE RPT-TOTAL-LINE TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.

       304-READ-NEXT-RECORD.
           READ STUDENT-RECORD-FILE
               AT END
                   MOVE "YES" TO WS-EOF-FLAG
           END-READ.

       305-FIND-ROW-INSTRUCTOR.
           MOVE SPACES TO WS-ROW-INSTRUCTOR.
           IF WS-ASG-OPEN-FLAG = "Y"
               MOVE SUBJECT-CODE TO SECT-ASG-SUBJECT
               MOVE TERM-CODE    TO SECT-ASG-TERM
               READ SECTION-ASSIGNMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SECT-ASG-INSTRUCTOR TO WS-ROW-INSTRUCTOR
               END-READ
           END-IF.

       306-START-NEW-INSTRUCTOR.
           MOVE SORT-INSTRUCTOR TO WS-PREV-INSTRUCTOR.
           MOVE ZERO TO WS-INST-SECTIONS.
           MOVE ZERO TO WS-INST-GRADED.
           MOVE ZERO TO WS-INST-UNGRADED.
           MOVE ZERO TO WS-INST-INCOMP.
           MOVE ZERO TO WS-INST-WITHDRAWN.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           MOVE WS-PREV-INSTRUCTOR TO RPT-INST-ID.
           MOVE SPACES TO RPT-INST-NAME.
           MOVE SPACES TO RPT-INST-STATE.
           IF WS-PREV-INSTRUCTOR = SPACES
               MOVE "** NONE ASSIGNED" TO RPT-INST-NAME
           ELSE
               IF WS-INST-OPEN-FLAG = "Y"
                   MOVE WS-PREV-INSTRUCTOR TO INST-MST-ID
                   READ INSTRUCTOR-MASTER-FILE
                       INVALID KEY
                           MOVE "** NOT ON MASTER" TO RPT-INST-STATE
                       NOT INVALID KEY
                           MOVE INST-MST-NAME TO RPT-INST-NAME
                           IF INST-MST-STATUS NOT = "A"
                               MOVE "INACTIVE" TO RPT-INST-STATE
                           END-IF
                   END-READ
               END-IF
           END-IF.
           MOVE RPT-INSTRUCTOR-LINE TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           MOVE RPT-COLUMN-LINE TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.

       307-START-NEW-SECTION.
           MOVE SORT-SUBJECT-CODE TO WS-PREV-SUBJECT.
           MOVE SORT-TERM-CODE    TO WS-PREV-TERM.
           MOVE ZERO TO WS-SECT-GRADED.
           MOVE ZERO TO WS-SECT-UNGRADED.
           MOVE ZERO TO WS-SECT-INCOMP.
           MOVE ZERO TO WS-SECT-WITHDRAWN.

       308-PRINT-SECTION-LINE.
           MOVE WS-PREV-SUBJECT TO RPT-SECT-SUBJECT.
           MOVE WS-PREV-TERM    TO RPT-SECT-TERM.
           COMPUTE RPT-SECT-ENROLLED = WS-SECT-GRADED
               + WS-SECT-UNGRADED + WS-SECT-INCOMP.
           MOVE WS-SECT-GRADED    TO RPT-SECT-GRADED.
           MOVE WS-SECT-UNGRADED  TO RPT-SECT-UNGRADED.
           MOVE WS-SECT-INCOMP    TO RPT-SECT-INCOMP.
           MOVE WS-SECT-WITHDRAWN TO RPT-SECT-WITHDRAWN.
           IF WS-SECT-UNGRADED > ZERO OR WS-SECT-INCOMP > ZERO
               MOVE "** OUTSTANDING" TO RPT-SECT-NOTE
           ELSE
               MOVE SPACES TO RPT-SECT-NOTE
           END-IF.
           MOVE RPT-SECTION-LINE TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           ADD 1 TO WS-INST-SECTIONS.
           ADD WS-SECT-GRADED    TO WS-INST-GRADED.
           ADD WS-SECT-UNGRADED  TO WS-INST-UNGRADED.
           ADD WS-SECT-INCOMP    TO WS-INST-INCOMP.
           ADD WS-SECT-WITHDRAWN TO WS-INST-WITHDRAWN.
           ADD 1 TO WS-GRAND-SECTIONS.
           IF WS-PREV-INSTRUCTOR = SPACES
               ADD 1 TO WS-UNASSIGNED-SECTS
           END-IF.

       309-PRINT-INSTRUCTOR-TOTALS.
           MOVE SPACES TO RPT-SECT-SUBJECT.
           MOVE "TOTAL" TO RPT-SECT-TERM.
           COMPUTE RPT-SECT-ENROLLED = WS-INST-GRADED
               + WS-INST-UNGRADED + WS-INST-INCOMP.
           MOVE WS-INST-GRADED    TO RPT-SECT-GRADED.
           MOVE WS-INST-UNGRADED  TO RPT-SECT-UNGRADED.
           MOVE WS-INST-INCOMP    TO RPT-SECT-INCOMP.
           MOVE WS-INST-WITHDRAWN TO RPT-SECT-WITHDRAWN.
           MOVE SPACES TO RPT-SECT-NOTE.
           MOVE RPT-SECTION-LINE TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           ADD WS-INST-GRADED    TO WS-GRAND-GRADED.
           ADD WS-INST-UNGRADED  TO WS-GRAND-UNGRADED.
           ADD WS-INST-INCOMP    TO WS-GRAND-INCOMP.
           ADD WS-INST-WITHDRAWN TO WS-GRAND-WITHDRAWN.

       END PROGRAM "INST_RPT".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. "REPEAT_RPT".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT  STUDENT-RECORD-FILE
                     ASSIGN TO INDEXSTU
                       ORGANIZATION IS INDEXED
                         RECORD KEY IS STUDENT-KEY
                           ACCESS MODE IS SEQUENTIAL
                             FILE STATUS IS STATUS-FIELD.
       SELECT  REPORT-FILE
                     ASSIGN TO REPTRPT
                       ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS RPT-STATUS-FIELD.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-RECORD-FILE.
           COPY STUDENTR.

       FD  REPORT-FILE.
       01 REPORT-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       01  STATUS-FIELD        PIC X(2).
       01  RPT-STATUS-FIELD    PIC X(2).
       01  CONTROL-FIELDS.
           05 WS-EOF-FLAG      PIC X(3) VALUE "NO".
           05 WS-FIRST-FLAG    PIC X(1) VALUE "Y".
       01  WS-PREV-NUMBER      PIC 9(06) VALUE ZERO.
       01  WS-PREV-SUBJECT     PIC X(04) VALUE SPACES.
       01  WS-PREV-NAME        PIC X(10) VALUE SPACES.
       01  WS-ATT-COUNT        PIC 9(02) VALUE ZERO.
       01  WS-ATT-SUB          PIC 9(02) VALUE ZERO.
       01  WS-ATT-TABLE.
           05 WS-ATT-ENTRY OCCURS 6 TIMES.
               10 WS-ATT-TERM      PIC X(06).
               10 WS-ATT-STATUS    PIC X(01).
       01  WS-REPEAT-COUNT     PIC 9(05) VALUE ZERO.
       01  WS-THIRD-COUNT      PIC 9(05) VALUE ZERO.

       01  RPT-HEADER-LINE-1.
           05 FILLER           PIC X(40)
               VALUE "REPEATED SUBJECT ATTEMPTS - ALL TERMS".
       01  RPT-HEADER-LINE-2.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(08) VALUE "NUMBER".
           05 FILLER           PIC X(12) VALUE "NAME".
           05 FILLER           PIC X(06) VALUE "SUBJ".
           05 FILLER           PIC X(06) VALUE "TRIES".
           05 FILLER           PIC X(30)
               VALUE "TERMS (W=WITHDRAWN I=INC)".
       01  RPT-DETAIL-LINE.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RPT-STUDENT-NUMBER PIC 9(06).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RPT-STUDENT-NAME   PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RPT-SUBJECT-CODE   PIC X(04).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RPT-ATTEMPTS       PIC Z9.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 RPT-TERM-ENTRY OCCURS 6 TIMES.
               10 RPT-TERM-CODE  PIC X(06).
               10 RPT-TERM-FLAG  PIC X(01).
       01  RPT-REPEAT-LINE.
           05 FILLER           PIC X(26)
               VALUE "STUDENT/SUBJECTS REPEATED".
           05 FILLER           PIC X(02) VALUE ": ".
           05 RPT-REPEAT-TOTAL PIC ZZZZ9.
       01  RPT-THIRD-LINE.
           05 FILLER           PIC X(26)
               VALUE "ON A THIRD OR LATER TRY  ".
           05 FILLER           PIC X(02) VALUE ": ".
           05 RPT-THIRD-TOTAL  PIC ZZZZ9.
           COPY RUNPARM.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       100-PRODUCE-REPEAT-LIST.
           PERFORM 205-BEGIN-RUN-CONTROL.
           IF WS-RUN-RESULT = 8
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 201-INITIATE-REPORT.
           PERFORM 202-PROCESS-ONE-RECORD UNTIL WS-EOF-FLAG = "YES".
           PERFORM 203-PRINT-TOTALS.
           PERFORM 204-CLOSE-FILES.
           PERFORM 206-END-RUN-CONTROL.
           GOBACK.

       201-INITIATE-REPORT.
           PERFORM 301-OPEN-FILES.
           MOVE RPT-HEADER-LINE-1 TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           MOVE RPT-HEADER-LINE-2 TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           IF WS-EOF-FLAG NOT = "YES"
               PERFORM 303-READ-NEXT-RECORD
           END-IF.

       202-PROCESS-ONE-RECORD.
           IF WS-FIRST-FLAG = "Y"
               PERFORM 306-START-NEW-GROUP
               MOVE "N" TO WS-FIRST-FLAG
           ELSE
               IF STUDENT-NUMBER NOT = WS-PREV-NUMBER
                       OR SUBJECT-CODE NOT = WS-PREV-SUBJECT
                   PERFORM 305-CLOSE-GROUP
                   PERFORM 306-START-NEW-GROUP
               END-IF
           END-IF.
           PERFORM 307-COUNT-ONE-ATTEMPT.
           PERFORM 303-READ-NEXT-RECORD.

       203-PRINT-TOTALS.
           IF WS-FIRST-FLAG = "N"
               PERFORM 305-CLOSE-GROUP
           END-IF.
           IF WS-REPEAT-COUNT = ZERO
               MOVE "  NONE - NO SUBJECT HAS MORE THAN ONE ATTEMPT"
                   TO REPORT-RECORD
               PERFORM 300-WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           MOVE WS-REPEAT-COUNT TO RPT-REPEAT-TOTAL.
           MOVE RPT-REPEAT-LINE TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           MOVE WS-THIRD-COUNT TO RPT-THIRD-TOTAL.
           MOVE RPT-THIRD-LINE TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.

       204-CLOSE-FILES.
           CLOSE STUDENT-RECORD-FILE.
           CLOSE REPORT-FILE.

       205-BEGIN-RUN-CONTROL.
           MOVE "B" TO WS-RUN-FUNCTION.
           MOVE "REPTRPT" TO WS-RUN-PROGRAM.
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
           MOVE WS-REPEAT-COUNT TO WS-RUN-RECORDS.
           MOVE ZERO TO WS-RUN-EXCEPTIONS.
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
               MOVE "YES" TO WS-EOF-FLAG
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF RPT-STATUS-FIELD NOT = "00"
               DISPLAY "UNABLE TO OPEN REPORT FILE - STATUS "
                   RPT-STATUS-FIELD
               MOVE "YES" TO WS-EOF-FLAG
           END-IF.

       303-READ-NEXT-RECORD.
           READ STUDENT-RECORD-FILE
               AT END
                   MOVE "YES" TO WS-EOF-FLAG
           END-READ.

       305-CLOSE-GROUP.
           IF WS-ATT-COUNT > 1
               MOVE WS-PREV-NUMBER  TO RPT-STUDENT-NUMBER
               MOVE WS-PREV-NAME    TO RPT-STUDENT-NAME
               MOVE WS-PREV-SUBJECT TO RPT-SUBJECT-CODE
               MOVE WS-ATT-COUNT    TO RPT-ATTEMPTS
               PERFORM 305A-FORMAT-ONE-TERM
                   VARYING WS-ATT-SUB FROM 1 BY 1
                   UNTIL WS-ATT-SUB > 6
               MOVE RPT-DETAIL-LINE TO REPORT-RECORD
               PERFORM 300-WRITE-REPORT-LINE
               ADD 1 TO WS-REPEAT-COUNT
               IF WS-ATT-COUNT > 2
                   ADD 1 TO WS-THIRD-COUNT
               END-IF
           END-IF.

       305A-FORMAT-ONE-TERM.
           IF WS-ATT-SUB > WS-ATT-COUNT
               MOVE SPACES TO RPT-TERM-CODE (WS-ATT-SUB)
               MOVE SPACE  TO RPT-TERM-FLAG (WS-ATT-SUB)
           ELSE
               MOVE WS-ATT-TERM (WS-ATT-SUB)
                   TO RPT-TERM-CODE (WS-ATT-SUB)
               MOVE WS-ATT-STATUS (WS-ATT-SUB)
                   TO RPT-TERM-FLAG (WS-ATT-SUB)
           END-IF.

       306-START-NEW-GROUP.
           MOVE STUDENT-NUMBER TO WS-PREV-NUMBER.
           MOVE SUBJECT-CODE   TO WS-PREV-SUBJECT.
           MOVE STUDENT-NAME   TO WS-PREV-NAME.
           MOVE ZERO TO WS-ATT-COUNT.
           MOVE SPACES TO WS-ATT-TABLE.

       307-COUNT-ONE-ATTEMPT.
           IF WS-ATT-COUNT < 99
               ADD 1 TO WS-ATT-COUNT
           END-IF.
           IF WS-ATT-COUNT NOT > 6
               MOVE TERM-CODE TO WS-ATT-TERM (WS-ATT-COUNT)
               MOVE STUDENT-GRADE-STATUS
                   TO WS-ATT-STATUS (WS-ATT-COUNT)
           END-IF.

       END PROGRAM "REPEAT_RPT".

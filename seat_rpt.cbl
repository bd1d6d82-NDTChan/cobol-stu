                             FILE STATUS IS STATUS-FIELD.
       SELECT  SECTION-CAPACITY-FILE
                     ASSIGN TO SECTCAP
                       ORGANIZATION IS INDEXED
                         RECORD KEY IS SECT-CAP-KEY
                           ACCESS MODE IS SEQUENTIAL
                             FILE STATUS IS CAP-STATUS-FIELD.
       SELECT  REPORT-FILE
                     ASSIGN TO SEATRPT
                       ORGANIZATION IS LINE SEQUENTIAL
                     ==STUDENT-GPA==
                  BY ==SORT-STUDENT-GPA==
                     ==STUDENT-GRADE-STATUS==
                  BY ==SORT-STUDENT-GRADE-STATUS==
                     ==STUDENT-GRADE-MODIFIER==
                  BY ==SORT-STUDENT-GRADE-MODIFIER==.

       WORKING-STORAGE SECTION.
       01  STATUS-FIELD        PIC X(2).
           05 WS-SORT-EOF-FLAG PIC X(3) VALUE "NO".
           05 WS-CAP-EOF-FLAG  PIC X(3) VALUE "NO".
           05 WS-FIRST-FLAG    PIC X(1) VALUE "Y".
       01  WS-PREV-KEY.
           05 WS-PREV-SUBJECT  PIC X(04) VALUE SPACES.
           05 WS-PREV-TERM     PIC X(06) VALUE SPACES.
       01  WS-SECT-FILLED      PIC 9(04) VALUE ZERO.
       01  WS-FULL-COUNT       PIC 9(04) VALUE ZERO.
       01  WS-GRAND-FILLED     PIC 9(07) VALUE ZERO.
       01  WS-CAP-FOUND-FLAG   PIC X(1).
       01  WS-CAP-OPEN-FLAG    PIC X(1) VALUE "N".
       01  WS-REMAINING        PIC S9(05) VALUE ZERO.
       01  WS-CAP-DISPLAY      PIC ZZZ9.
       01  WS-REMAIN-DISPLAY   PIC -ZZZ9.
           05 FILLER           PIC X(26)
               VALUE "SECTIONS AT OR OVER CAP : ".
           05 RPT-FULL-COUNT   PIC ZZZ9.
           COPY RUNPARM.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       100-PRODUCE-SEAT-REPORT.
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
           PERFORM 308-OPEN-SECTION-CAPACITY.

       202-BEGIN-RUN-CONTROL.
           MOVE "B" TO WS-RUN-FUNCTION.
           MOVE "SEATRPT" TO WS-RUN-PROGRAM.
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
           MOVE WS-GRAND-FILLED TO WS-RUN-RECORDS.
           MOVE WS-FULL-COUNT TO WS-RUN-EXCEPTIONS.
           CALL "RUN_CTL" USING WS-RUN-FUNCTION, WS-RUN-PROGRAM,
                                WS-RUN-PREDECESSOR, WS-RUN-ONCE-ONLY,
                                WS-RUN-BUS-DATE, WS-RUN-STEP-RC,
                                WS-RUN-RECORDS, WS-RUN-EXCEPTIONS,
                                WS-RUN-RESULT.
           MOVE WS-RUN-STEP-RC TO RETURN-CODE.

       204-CLOSE-FILES.
           CLOSE STUDENT-RECORD-FILE.
           CLOSE REPORT-FILE.
           IF WS-CAP-OPEN-FLAG = "Y"
               CLOSE SECTION-CAPACITY-FILE
           END-IF.

       210-RELEASE-STUDENT-RECORDS.
           PERFORM 303-READ-NEXT-RECORD.
               PERFORM 306-PRINT-SECTION-LINE
           END-IF.
           PERFORM 307-PRINT-UNUSED-CAPACITY
               UNTIL WS-CAP-EOF-FLAG = "YES".
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           MOVE WS-FULL-COUNT TO RPT-FULL-COUNT.
               END-IF
           END-IF.
           ADD 1 TO WS-SECT-FILLED.
           ADD 1 TO WS-GRAND-FILLED.
           PERFORM 221-RETURN-NEXT-RECORD.

       300-WRITE-REPORT-LINE.

       304-FIND-SECTION-CAPACITY.
           MOVE "N" TO WS-CAP-FOUND-FLAG.
           PERFORM 307-PRINT-UNUSED-CAPACITY
               UNTIL WS-CAP-EOF-FLAG = "YES"
                   OR SECT-CAP-KEY NOT < WS-PREV-KEY.
           IF WS-CAP-EOF-FLAG NOT = "YES"
                   AND SECT-CAP-KEY = WS-PREV-KEY
               MOVE "Y" TO WS-CAP-FOUND-FLAG
           END-IF.

           MOVE WS-SECT-FILLED  TO RPT-SECT-FILLED.
           PERFORM 304-FIND-SECTION-CAPACITY.
           IF WS-CAP-FOUND-FLAG = "Y"
               MOVE SECT-CAP-MAX TO WS-CAP-DISPLAY
               MOVE WS-CAP-DISPLAY TO RPT-SECT-CAP
               COMPUTE WS-REMAINING =
                   SECT-CAP-MAX - WS-SECT-FILLED
               MOVE WS-REMAINING TO WS-REMAIN-DISPLAY
               MOVE WS-REMAIN-DISPLAY TO RPT-SECT-REMAIN
               IF WS-REMAINING <= ZERO
                   ADD 1 TO WS-FULL-COUNT
               END-IF
               PERFORM 309-READ-NEXT-CAPACITY
           ELSE
               MOVE "NOCAP" TO RPT-SECT-CAP
               MOVE SPACES  TO RPT-SECT-REMAIN
           PERFORM 300-WRITE-REPORT-LINE.

       307-PRINT-UNUSED-CAPACITY.
           MOVE SECT-CAP-SUBJECT TO RPT-SECT-SUBJECT.
           MOVE SECT-CAP-TERM    TO RPT-SECT-TERM.
           MOVE ZERO TO RPT-SECT-FILLED.
           MOVE SECT-CAP-MAX TO WS-CAP-DISPLAY.
           MOVE WS-CAP-DISPLAY TO RPT-SECT-CAP.
           MOVE SECT-CAP-MAX TO WS-REMAIN-DISPLAY.
           MOVE WS-REMAIN-DISPLAY TO RPT-SECT-REMAIN.
           MOVE RPT-DETAIL-LINE TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           PERFORM 309-READ-NEXT-CAPACITY.

       308-OPEN-SECTION-CAPACITY.
           MOVE "YES" TO WS-CAP-EOF-FLAG.
           OPEN INPUT SECTION-CAPACITY-FILE.
           IF CAP-STATUS-FIELD = "35"
               DISPLAY "CAPACITY FILE NOT FOUND - NO LIMITS LISTED"
                   DISPLAY "SECTION CAPACITY FILE ERROR - STATUS "
                       CAP-STATUS-FIELD
               ELSE
                   MOVE "Y" TO WS-CAP-OPEN-FLAG
                   MOVE "NO" TO WS-CAP-EOF-FLAG
                   PERFORM 309-READ-NEXT-CAPACITY
               END-IF
           END-IF.

       309-READ-NEXT-CAPACITY.
           READ SECTION-CAPACITY-FILE
               AT END
                   MOVE "YES" TO WS-CAP-EOF-FLAG
           END-READ.

       END PROGRAM "SEAT_RPT".

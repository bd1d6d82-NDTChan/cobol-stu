                     ==STUDENT-GPA==
                  BY ==SORT-STUDENT-GPA==
                     ==STUDENT-GRADE-STATUS==
                  BY ==SORT-STUDENT-GRADE-STATUS==
                     ==STUDENT-GRADE-MODIFIER==
                  BY ==SORT-STUDENT-GRADE-MODIFIER==.

       WORKING-STORAGE SECTION.
       01  STATUS-FIELD        PIC X(2).
       01  WS-PREV-SUBJECT     PIC X(04) VALUE SPACES.
       01  WS-PREV-TERM        PIC X(06) VALUE SPACES.
       01  WS-CUTOFF-SCORE     PIC 9(02) VALUE 60.
       01  WS-GRAND-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-SECTION-COUNTS.
           05 WS-GRADE-A-COUNT PIC 9(05) VALUE ZERO.
           05 WS-GRADE-B-COUNT PIC 9(05) VALUE ZERO.
           05 RPT-PASS-RATE    PIC ZZ9.9.
           05 FILLER           PIC X(10) VALUE " %  OF".
           05 RPT-SECT-TOTAL   PIC ZZZZ9.
           COPY RUNPARM.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       100-PRODUCE-DISTRIBUTION.
           PERFORM 202-BEGIN-RUN-CONTROL.
           IF WS-RUN-RESULT = 8
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 201-INITIATE-REPORT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-SUBJECT-CODE
               INPUT PROCEDURE IS 210-RELEASE-STUDENT-RECORDS
               OUTPUT PROCEDURE IS 220-PRINT-SORTED-SECTIONS.
           PERFORM 204-CLOSE-FILES.
           PERFORM 203-END-RUN-CONTROL.
           GOBACK.

       201-INITIATE-REPORT.
           PERFORM 301-OPEN-FILES.

       202-BEGIN-RUN-CONTROL.
           MOVE "B" TO WS-RUN-FUNCTION.
           MOVE "GRADDIST" TO WS-RUN-PROGRAM.
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
                   ADD 1 TO WS-GRADE-F-COUNT
           END-EVALUATE.
           ADD 1 TO WS-SECT-COUNT.
           ADD 1 TO WS-GRAND-COUNT.
           IF SORT-STUDENT-SCORE >= WS-CUTOFF-SCORE
               ADD 1 TO WS-SECT-PASS
           END-IF.

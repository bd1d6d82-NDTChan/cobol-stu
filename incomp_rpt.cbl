                     ==STUDENT-GPA==
                  BY ==SORT-STUDENT-GPA==
                     ==STUDENT-GRADE-STATUS==
                  BY ==SORT-STUDENT-GRADE-STATUS==
                     ==STUDENT-GRADE-MODIFIER==
                  BY ==SORT-STUDENT-GRADE-MODIFIER==.

       WORKING-STORAGE SECTION.
       01  STATUS-FIELD        PIC X(2).
               VALUE "TOTAL INCOMPLETES       ".
           05 FILLER           PIC X(02) VALUE ": ".
           05 RPT-GRAND-TOTAL  PIC ZZZZ9.
           COPY RUNPARM.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       100-PRODUCE-INCOMPLETE-LIST.
           PERFORM 202-BEGIN-RUN-CONTROL.
           IF WS-RUN-RESULT = 8
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 201-INITIATE-REPORT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-SUBJECT-CODE
               INPUT PROCEDURE IS 210-RELEASE-INCOMPLETE-ROWS
               OUTPUT PROCEDURE IS 220-PRINT-SORTED-REPORT.
           PERFORM 204-CLOSE-FILES.
           PERFORM 203-END-RUN-CONTROL.
           GOBACK.

       201-INITIATE-REPORT.
           PERFORM 301-OPEN-FILES.
           PERFORM 302-GET-TERM-CODE.

       202-BEGIN-RUN-CONTROL.
           MOVE "B" TO WS-RUN-FUNCTION.
           MOVE "INCMPRPT" TO WS-RUN-PROGRAM.
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

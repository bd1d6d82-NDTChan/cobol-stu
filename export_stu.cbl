       01  WS-RUN-DATE-DISPLAY      PIC 9(08).
       01  WS-NUMBER-DISPLAY        PIC 9(06).
       01  WS-SCORE-DISPLAY         PIC X(02).
       01  WS-RUN-TIME              PIC 9(08).
       01  WS-EXPORT-FILE-ID        PIC X(20).
       01  WS-TRAILER-COUNT         PIC 9(06).
       01  WS-EXPORT-ERROR-FLAG     PIC X(1) VALUE "N".
           COPY RUNPARM.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       100-EXPORT-STUDENT-RECORDS.
           PERFORM 204-BEGIN-RUN-CONTROL.
           IF WS-RUN-RESULT = 8
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 201-INITIATE-EXPORT.
           PERFORM 202-READ-AND-EXPORT UNTIL WS-EOF-FLAG = "YES".
           PERFORM 203-CLOSE-FILES.
           DISPLAY "RECORDS EXPORTED: " WS-EXPORT-COUNT.
           PERFORM 205-END-RUN-CONTROL.
           GOBACK.

       201-INITIATE-EXPORT.
           PERFORM 301-OPEN-FILES.
           PERFORM 302-GET-RUN-DATE.
           IF WS-EXPORT-ERROR-FLAG = "N"
               PERFORM 305-WRITE-HEADER-LINE
           END-IF.
           PERFORM 303-READ-NEXT-RECORD.

       202-READ-AND-EXPORT.
           PERFORM 303-READ-NEXT-RECORD.

       203-CLOSE-FILES.
           IF WS-EXPORT-ERROR-FLAG = "N"
               PERFORM 306-WRITE-TRAILER-LINE
           END-IF.
           IF WS-EXPORT-ERROR-FLAG NOT = "N"
               DISPLAY "EXPORT INCOMPLETE - NO TRAILER WRITTEN"
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE STUDENT-RECORD-FILE.
           CLOSE CSV-EXPORT-FILE.

       204-BEGIN-RUN-CONTROL.
           MOVE "B" TO WS-RUN-FUNCTION.
           MOVE "EXPORTST" TO WS-RUN-PROGRAM.
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

       205-END-RUN-CONTROL.
           MOVE RETURN-CODE TO WS-RUN-STEP-RC.
           MOVE "E" TO WS-RUN-FUNCTION.
           MOVE WS-EXPORT-COUNT TO WS-RUN-RECORDS.
           MOVE ZERO TO WS-RUN-EXCEPTIONS.
           CALL "RUN_CTL" USING WS-RUN-FUNCTION, WS-RUN-PROGRAM,
                                WS-RUN-PREDECESSOR, WS-RUN-ONCE-ONLY,
                                WS-RUN-BUS-DATE, WS-RUN-STEP-RC,
                                WS-RUN-RECORDS, WS-RUN-EXCEPTIONS,
                                WS-RUN-RESULT.
           MOVE WS-RUN-STEP-RC TO RETURN-CODE.

       301-OPEN-FILES.
           OPEN INPUT STUDENT-RECORD-FILE.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "UNABLE TO OPEN STUDENT RECORD FILE - STATUS "
                   STATUS-FIELD
               MOVE "YES" TO WS-EOF-FLAG
               MOVE "Y" TO WS-EXPORT-ERROR-FLAG
           END-IF.
           OPEN OUTPUT CSV-EXPORT-FILE.
           IF CSV-STATUS-FIELD NOT = "00"
               DISPLAY "UNABLE TO OPEN CSV EXPORT FILE - STATUS "
                   CSV-STATUS-FIELD
               MOVE "YES" TO WS-EOF-FLAG
               MOVE "Y" TO WS-EXPORT-ERROR-FLAG
           END-IF.

       302-GET-RUN-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-DISPLAY.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-EXPORT-FILE-ID.
           STRING "EXP"                        DELIMITED BY SIZE
                  WS-RUN-DATE-DISPLAY          DELIMITED BY SIZE
                  WS-RUN-TIME(1:6)             DELIMITED BY SIZE
                  INTO WS-EXPORT-FILE-ID
           END-STRING.

       303-READ-NEXT-RECORD.
           READ STUDENT-RECORD-FILE
               DISPLAY "UNABLE TO WRITE CSV EXPORT FILE - STATUS "
                   CSV-STATUS-FIELD
               MOVE "YES" TO WS-EOF-FLAG
               MOVE "Y" TO WS-EXPORT-ERROR-FLAG
           ELSE
               ADD 1 TO WS-EXPORT-COUNT
           END-IF.

       305-WRITE-HEADER-LINE.
           MOVE SPACES TO CSV-RECORD.
           STRING "H,"                         DELIMITED BY SIZE
                  WS-EXPORT-FILE-ID            DELIMITED BY SPACE
                  ","                          DELIMITED BY SIZE
                  WS-RUN-DATE-DISPLAY          DELIMITED BY SIZE
                  INTO CSV-RECORD
           END-STRING.
           WRITE CSV-RECORD.
           IF CSV-STATUS-FIELD NOT = "00"
               DISPLAY "UNABLE TO WRITE CSV EXPORT FILE - STATUS "
                   CSV-STATUS-FIELD
               MOVE "YES" TO WS-EOF-FLAG
               MOVE "Y" TO WS-EXPORT-ERROR-FLAG
           ELSE
               DISPLAY "EXPORT FILE ID: " WS-EXPORT-FILE-ID
           END-IF.

       306-WRITE-TRAILER-LINE.
           MOVE WS-EXPORT-COUNT TO WS-TRAILER-COUNT.
           MOVE SPACES TO CSV-RECORD.
           STRING "T,"                         DELIMITED BY SIZE
                  WS-TRAILER-COUNT             DELIMITED BY SIZE
                  INTO CSV-RECORD
           END-STRING.
           WRITE CSV-RECORD.
           IF CSV-STATUS-FIELD NOT = "00"
               DISPLAY "UNABLE TO WRITE CSV EXPORT FILE - STATUS "
                   CSV-STATUS-FIELD
               MOVE "Y" TO WS-EXPORT-ERROR-FLAG
           END-IF.

       END PROGRAM "EXPORT_STU".

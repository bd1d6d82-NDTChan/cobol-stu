                     ==STUDENT-GPA==
                  BY ==ARCH-STUDENT-GPA==
                     ==STUDENT-GRADE-STATUS==
                  BY ==ARCH-STUDENT-GRADE-STATUS==
                     ==STUDENT-GRADE-MODIFIER==
                  BY ==ARCH-STUDENT-GRADE-MODIFIER==.

       WORKING-STORAGE SECTION.
       01  STATUS-FIELD        PIC X(2).
               10 WS-TERM-CNT-MOVED PIC 9(06).
       01  WS-TERM-CNT-FOUND   PIC X(1).
       01  WS-COUNT-DISPLAY    PIC ZZZZZ9.
           COPY RUNPARM.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       100-ARCHIVE-STUDENT-RECORDS.
           PERFORM 207-BEGIN-RUN-CONTROL.
           IF WS-RUN-RESULT = 8
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 201-INITIATE-RUN.
           IF WS-ABORT-FLAG = "N"
               EVALUATE WS-RUN-MODE
               END-EVALUATE
           END-IF.
           PERFORM 206-CLOSE-FILES.
           PERFORM 208-END-RUN-CONTROL.
           GOBACK.

       201-INITIATE-RUN.
           CLOSE STUDENT-RECORD-FILE.
           CLOSE ARCHIVE-FILE.

       207-BEGIN-RUN-CONTROL.
           MOVE "B" TO WS-RUN-FUNCTION.
           MOVE "ARCHSTU" TO WS-RUN-PROGRAM.
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

       208-END-RUN-CONTROL.
           MOVE RETURN-CODE TO WS-RUN-STEP-RC.
           MOVE "E" TO WS-RUN-FUNCTION.
           COMPUTE WS-RUN-RECORDS = WS-MOVED-COUNT + WS-RESTORED-COUNT.
           MOVE WS-DUPLICATE-COUNT TO WS-RUN-EXCEPTIONS.
           CALL "RUN_CTL" USING WS-RUN-FUNCTION, WS-RUN-PROGRAM,
                                WS-RUN-PREDECESSOR, WS-RUN-ONCE-ONLY,
                                WS-RUN-BUS-DATE, WS-RUN-STEP-RC,
                                WS-RUN-RECORDS, WS-RUN-EXCEPTIONS,
                                WS-RUN-RESULT.
           MOVE WS-RUN-STEP-RC TO RETURN-CODE.

       301-OPEN-FILES.
           OPEN I-O STUDENT-RECORD-FILE.
           IF STATUS-FIELD NOT = "00"

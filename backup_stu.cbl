       FD  BACKUP-FILE.
       01 BACKUP-RECORD.
           05 BKP-RECORD-TYPE       PIC X(01).
           05 BKP-DATA              PIC X(37).
           05 BKP-TRAILER-DATA REDEFINES BKP-DATA.
               10 BKP-TRAILER-COUNT PIC 9(10).
               10 FILLER            PIC X(27).

       WORKING-STORAGE SECTION.
       01  STATUS-FIELD        PIC X(2).
       01  WS-ERROR-FLAG       PIC X(1) VALUE "N".
       01  WS-BACKUP-COUNT     PIC 9(10) VALUE ZERO.
       01  WS-COUNT-DISPLAY    PIC ZZZZZZZZZ9.
           COPY RUNPARM.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       100-BACKUP-STUDENT-RECORDS.
           PERFORM 205-BEGIN-RUN-CONTROL.
           IF WS-RUN-RESULT = 8
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 201-INITIATE-BACKUP.
           PERFORM 202-READ-AND-UNLOAD UNTIL WS-EOF-FLAG = "YES".
           IF WS-ERROR-FLAG = "N"
               DISPLAY "BACKUP INCOMPLETE - NO TRAILER WRITTEN"
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 206-END-RUN-CONTROL.
           GOBACK.

       201-INITIATE-BACKUP.
           CLOSE STUDENT-RECORD-FILE.
           CLOSE BACKUP-FILE.

       205-BEGIN-RUN-CONTROL.
           MOVE "B" TO WS-RUN-FUNCTION.
           MOVE "BACKUPST" TO WS-RUN-PROGRAM.
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
           MOVE WS-BACKUP-COUNT TO WS-RUN-RECORDS.
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

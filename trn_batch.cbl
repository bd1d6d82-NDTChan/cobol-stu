                             FILE STATUS IS STATUS-FIELD.
       SELECT  STUDENT-MASTER-FILE
                     ASSIGN TO STUMST
                       ORGANIZATION IS INDEXED
                         RECORD KEY IS STU-MST-NUMBER
                           ACCESS MODE IS RANDOM
                             FILE STATUS IS STUM-STATUS-FIELD.
       SELECT  SUBJECT-MASTER-FILE
                     ASSIGN TO SUBJMST
                       ORGANIZATION IS INDEXED
                         RECORD KEY IS SUBJ-MST-CODE
                           ACCESS MODE IS RANDOM
                             FILE STATUS IS SUBJ-STATUS-FIELD.
       SELECT  REQUEST-FILE
                     ASSIGN TO TRNREQ
                       ORGANIZATION IS LINE SEQUENTIAL
       01  CONTROL-FIELDS.
           05 WS-EOF-FLAG      PIC X(3) VALUE "NO".
           05 WS-REQ-EOF-FLAG  PIC X(3) VALUE "NO".
           05 WS-POP-EOF-FLAG  PIC X(3) VALUE "NO".
           05 WS-SUBJ-OPEN-FLAG PIC X(1) VALUE "N".
           05 WS-STU-OPEN-FLAG PIC X(1) VALUE "N".
           05 WS-ROW-FULL-FLAG PIC X(1) VALUE "N".
           05 WS-IN-TERM-FLAG  PIC X(1) VALUE "N".
           05 WS-RUN-MODE      PIC X(1).
           05 WS-ABORT-FLAG    PIC X(1) VALUE "N".
       01  WS-TERM-CODE-IN     PIC X(06).
       01  WS-STUDENT-NAME-OUT  PIC X(20) VALUE SPACES.
       01  WS-MST-FOUND-FLAG   PIC X(1).
       01  WS-MST-FOUND-CREDITS PIC 9(02).
       01  WS-ROW-COUNT        PIC 9(03) VALUE ZERO.
       01  WS-ROW-SUB          PIC 9(03) VALUE ZERO.
       01  WS-ROW-TABLE.
               10 WS-ROW-TERM      PIC X(06).
               10 WS-ROW-SCORE     PIC 9(02).
               10 WS-ROW-GRADE     PIC X(01).
               10 WS-ROW-MODIFIER  PIC X(01).
               10 WS-ROW-GPA       PIC 9(01)V9(02).
               10 WS-ROW-CREDITS   PIC 9(02).
               10 WS-ROW-STATUS    PIC X(01).
               10 WS-ROW-PRINTED   PIC X(01).
               10 WS-ROW-REPEATED  PIC X(01).
       01  WS-CMP-SUB          PIC 9(03) VALUE ZERO.
       01  WS-SUPERSEDED-FLAG  PIC X(01) VALUE "N".
       01  WS-CURRENT-TERM     PIC X(06) VALUE HIGH-VALUES.
       01  WS-TERM-TOTALS.
           05 WS-TERM-GPA-POINTS   PIC 9(10)V9(02) VALUE ZERO.
       01  WS-CUM-TOTALS.
           05 WS-CUM-GPA-POINTS    PIC 9(10)V9(02) VALUE ZERO.
           05 WS-CUM-CREDIT-COUNT  PIC 9(10) VALUE ZERO.
           05 WS-CUM-EARNED-CREDITS PIC 9(10) VALUE ZERO.
       01  WS-TERM-GPA         PIC 9(1)V9(02) VALUE ZERO.
       01  WS-CUM-GPA          PIC 9(1)V9(02) VALUE ZERO.
       01  WS-GPA-RETURN-CODE  PIC 9(01) VALUE ZERO.
       01  WS-PRINTED-COUNT    PIC 9(06) VALUE ZERO.
       01  WS-NOT-FOUND-COUNT  PIC 9(06) VALUE ZERO.
       01  WS-TOO-LONG-COUNT   PIC 9(06) VALUE ZERO.
       01  WS-COUNT-DISPLAY    PIC ZZZZZ9.

       01  RPT-HEADER-LINE-1.
           05 RPT-STUDENT-SCORE  PIC Z9.
           05 FILLER             PIC X(05) VALUE SPACES.
           05 RPT-LETTER-GRADE   PIC X(01).
           05 RPT-GRADE-MODIFIER PIC X(01).
           05 FILLER             PIC X(03) VALUE SPACES.
           05 RPT-GPA            PIC 9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 RPT-CREDITS        PIC Z9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RPT-REPEAT-NOTE    PIC X(08).
       01  RPT-TERM-GPA-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(15) VALUE "TERM GPA      :".
           05 FILLER           PIC X(15) VALUE "CUMULATIVE GPA:".
           05 FILLER           PIC X(01) VALUE SPACES.
           05 RPT-CUM-GPA      PIC 9.99.
       01  RPT-CUM-EARNED-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(15) VALUE "CREDITS EARNED:".
           05 FILLER           PIC X(01) VALUE SPACES.
           05 RPT-CUM-EARNED   PIC ZZZ9.
           COPY RUNPARM.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       100-PRODUCE-TRANSCRIPT-DECK.
           PERFORM 206-BEGIN-RUN-CONTROL.
           IF WS-RUN-RESULT = 8
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 201-INITIATE-RUN.
           IF WS-ABORT-FLAG = "N"
               EVALUATE WS-RUN-MODE
                       PERFORM 202-PROCESS-REQUEST-LINE
                           UNTIL WS-REQ-EOF-FLAG = "YES"
                   WHEN "T"
                       MOVE ZERO TO WS-STUDENT-NUMBER-IN
                       PERFORM 210-PRINT-NEXT-TERM-STUDENT
                           UNTIL WS-POP-EOF-FLAG = "YES"
                   WHEN OTHER
                       DISPLAY "INVALID RUN MODE - ENTER R OR T"
               END-EVALUATE
           END-IF.
           PERFORM 204-PRINT-CONTROL-COUNTS.
           PERFORM 205-CLOSE-FILES.
           IF WS-TOO-LONG-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 207-END-RUN-CONTROL.
           GOBACK.

       201-INITIATE-RUN.
           PERFORM 301-OPEN-FILES.
           PERFORM 310-OPEN-SUBJECT-MASTER.
           PERFORM 311-OPEN-STUDENT-MASTER.
           DISPLAY "ENTER RUN MODE (R-REQUEST FILE T-WHOLE TERM)".
           ACCEPT WS-RUN-MODE.
           IF WS-RUN-MODE = "T"
                   END-IF
           END-READ.

       204-PRINT-CONTROL-COUNTS.
           MOVE WS-PRINTED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "TRANSCRIPTS PRINTED : " WS-COUNT-DISPLAY.
           MOVE WS-NOT-FOUND-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "NUMBERS NOT ON FILE : " WS-COUNT-DISPLAY.
           MOVE WS-TOO-LONG-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "TRANSCRIPTS REFUSED : " WS-COUNT-DISPLAY.

       205-CLOSE-FILES.
           CLOSE STUDENT-RECORD-FILE.
           IF WS-RUN-MODE = "R"
               CLOSE REQUEST-FILE
           END-IF.
           IF WS-SUBJ-OPEN-FLAG = "Y"
               CLOSE SUBJECT-MASTER-FILE
           END-IF.
           IF WS-STU-OPEN-FLAG = "Y"
               CLOSE STUDENT-MASTER-FILE
           END-IF.

       206-BEGIN-RUN-CONTROL.
           MOVE "B" TO WS-RUN-FUNCTION.
           MOVE "TRNBATCH" TO WS-RUN-PROGRAM.
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

       207-END-RUN-CONTROL.
           MOVE RETURN-CODE TO WS-RUN-STEP-RC.
           MOVE "E" TO WS-RUN-FUNCTION.
           MOVE WS-PRINTED-COUNT TO WS-RUN-RECORDS.
           COMPUTE WS-RUN-EXCEPTIONS =
               WS-NOT-FOUND-COUNT + WS-TOO-LONG-COUNT.
           CALL "RUN_CTL" USING WS-RUN-FUNCTION, WS-RUN-PROGRAM,
                                WS-RUN-PREDECESSOR, WS-RUN-ONCE-ONLY,
                                WS-RUN-BUS-DATE, WS-RUN-STEP-RC,
                                WS-RUN-RECORDS, WS-RUN-EXCEPTIONS,
                                WS-RUN-RESULT.
           MOVE WS-RUN-STEP-RC TO RETURN-CODE.

       210-PRINT-NEXT-TERM-STUDENT.
           MOVE WS-STUDENT-NUMBER-IN TO STUDENT-NUMBER.
           MOVE HIGH-VALUES TO SUBJECT-CODE.
           MOVE HIGH-VALUES TO TERM-CODE.
           START STUDENT-RECORD-FILE KEY > STUDENT-KEY
               INVALID KEY
                   MOVE "YES" TO WS-POP-EOF-FLAG
           END-START.
           IF WS-POP-EOF-FLAG NOT = "YES"
               READ STUDENT-RECORD-FILE NEXT RECORD
                   AT END
                       MOVE "YES" TO WS-POP-EOF-FLAG
                   NOT AT END
                       MOVE STUDENT-NUMBER TO WS-STUDENT-NUMBER-IN
                       PERFORM 230-PRINT-ONE-TRANSCRIPT
               END-READ
           END-IF.

       230-PRINT-ONE-TRANSCRIPT.
           MOVE ZERO TO WS-ROW-COUNT.
           MOVE ZERO TO WS-CUM-GPA-POINTS.
           MOVE ZERO TO WS-CUM-CREDIT-COUNT.
           MOVE ZERO TO WS-CUM-EARNED-CREDITS.
           MOVE SPACES TO WS-STUDENT-NAME-OUT.
           MOVE "N" TO WS-ROW-FULL-FLAG.
           MOVE "N" TO WS-IN-TERM-FLAG.
           MOVE "NO" TO WS-EOF-FLAG.
           PERFORM 303-START-AT-STUDENT.
           PERFORM 231-LOAD-STUDENT-ROWS UNTIL WS-EOF-FLAG = "YES".
           EVALUATE TRUE
               WHEN WS-ROW-COUNT = ZERO
                   DISPLAY "NO RECORDS ON FILE FOR STUDENT "
                       WS-STUDENT-NUMBER-IN
                   ADD 1 TO WS-NOT-FOUND-COUNT
               WHEN WS-RUN-MODE = "T" AND WS-IN-TERM-FLAG = "N"
                   CONTINUE
               WHEN WS-ROW-FULL-FLAG = "Y"
                   DISPLAY "STUDENT " WS-STUDENT-NUMBER-IN
                       " HAS MORE THAN 200 GRADE ROWS - TRANSCRIPT "
                       "NOT PRINTED"
                   ADD 1 TO WS-TOO-LONG-COUNT
               WHEN OTHER
                   PERFORM 312-FIND-STUDENT-NAME
                   PERFORM 233-PRINT-TRANSCRIPT-PAGE
                   ADD 1 TO WS-PRINTED-COUNT
           END-EVALUATE.

       231-LOAD-STUDENT-ROWS.
           READ STUDENT-RECORD-FILE NEXT RECORD
           MOVE WS-STUDENT-NAME-OUT  TO RPT-HDR-NAME.
           MOVE RPT-HEADER-LINE-1 TO PRINT-RECORD.
           PERFORM 300A-WRITE-PAGE-TOP-LINE.
           PERFORM 314-MARK-REPEATED-ROWS.
           PERFORM 305-SELECT-NEXT-TERM.
           PERFORM 306-PRINT-TERM-GROUP
               UNTIL WS-CURRENT-TERM = HIGH-VALUES.
           END-START.

       304-STORE-STUDENT-ROW.
           IF TERM-CODE = WS-TERM-CODE-IN
               MOVE "Y" TO WS-IN-TERM-FLAG
           END-IF.
           IF WS-ROW-COUNT >= 200
               MOVE "Y" TO WS-ROW-FULL-FLAG
           ELSE
               ADD 1 TO WS-ROW-COUNT
               MOVE SUBJECT-CODE         TO
               MOVE TERM-CODE            TO WS-ROW-TERM (WS-ROW-COUNT)
               MOVE STUDENT-SCORE        TO WS-ROW-SCORE (WS-ROW-COUNT)
               MOVE STUDENT-LETTER-GRADE TO WS-ROW-GRADE (WS-ROW-COUNT)
               MOVE STUDENT-GRADE-MODIFIER TO
                   WS-ROW-MODIFIER (WS-ROW-COUNT)
               MOVE STUDENT-GPA          TO WS-ROW-GPA (WS-ROW-COUNT)
               PERFORM 313-FIND-SUBJECT-CREDITS
               MOVE WS-MST-FOUND-CREDITS TO
                   WS-ROW-STATUS (WS-ROW-COUNT)
               MOVE "N"                  TO
                   WS-ROW-PRINTED (WS-ROW-COUNT)
               MOVE "N"                  TO
                   WS-ROW-REPEATED (WS-ROW-COUNT)
               MOVE STUDENT-NAME         TO WS-STUDENT-NAME-OUT
           END-IF.

               MOVE WS-ROW-SUBJECT (WS-ROW-SUB) TO RPT-SUBJECT-CODE
               MOVE WS-ROW-SCORE (WS-ROW-SUB)   TO RPT-STUDENT-SCORE
               MOVE WS-ROW-GRADE (WS-ROW-SUB)   TO RPT-LETTER-GRADE
               MOVE WS-ROW-MODIFIER (WS-ROW-SUB) TO RPT-GRADE-MODIFIER
               MOVE WS-ROW-GPA (WS-ROW-SUB)     TO RPT-GPA
               MOVE WS-ROW-CREDITS (WS-ROW-SUB) TO RPT-CREDITS
               IF WS-ROW-REPEATED (WS-ROW-SUB) = "Y"
                   MOVE "REPEATED" TO RPT-REPEAT-NOTE
               ELSE
                   MOVE SPACES TO RPT-REPEAT-NOTE
               END-IF
               MOVE RPT-DETAIL-LINE TO PRINT-RECORD
               PERFORM 300-WRITE-PRINT-LINE
               IF WS-ROW-STATUS (WS-ROW-SUB) NOT = "I"
           MOVE WS-TERM-GPA TO RPT-TERM-GPA.
           MOVE RPT-TERM-GPA-LINE TO PRINT-RECORD.
           PERFORM 300-WRITE-PRINT-LINE.
           PERFORM 315-ACCUMULATE-CUMULATIVE.
           CALL "CALCULATE_GPA" USING WS-CUM-GPA-POINTS,
                                      WS-CUM-CREDIT-COUNT,
                                      WS-CUM-GPA,
           MOVE WS-CUM-GPA TO RPT-CUM-GPA.
           MOVE RPT-CUM-GPA-LINE TO PRINT-RECORD.
           PERFORM 300-WRITE-PRINT-LINE.
           MOVE WS-CUM-EARNED-CREDITS TO RPT-CUM-EARNED.
           MOVE RPT-CUM-EARNED-LINE TO PRINT-RECORD.
           PERFORM 300-WRITE-PRINT-LINE.

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

       311-OPEN-STUDENT-MASTER.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF STUM-STATUS-FIELD = "35"
               DISPLAY "STUDENT MASTER NOT FOUND - GRADE ROW NAMES "
                   DISPLAY "STUDENT MASTER FILE ERROR - STATUS "
                       STUM-STATUS-FIELD
               ELSE
                   MOVE "Y" TO WS-STU-OPEN-FLAG
               END-IF
           END-IF.

       312-FIND-STUDENT-NAME.
           MOVE "N" TO WS-MST-FOUND-FLAG.
           IF WS-STU-OPEN-FLAG = "Y"
               MOVE WS-STUDENT-NUMBER-IN TO STU-MST-NUMBER
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-MST-FOUND-FLAG
                       MOVE STU-MST-NAME TO WS-STUDENT-NAME-OUT
               END-READ
           END-IF.

       313-FIND-SUBJECT-CREDITS.
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

       314-MARK-REPEATED-ROWS.
           PERFORM 314A-CHECK-ONE-ROW
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-ROW-COUNT.

       314A-CHECK-ONE-ROW.
           MOVE "N" TO WS-ROW-REPEATED (WS-ROW-SUB).
           PERFORM 314B-COMPARE-ONE-ATTEMPT
               VARYING WS-CMP-SUB FROM 1 BY 1
               UNTIL WS-CMP-SUB > WS-ROW-COUNT
                   OR WS-ROW-REPEATED (WS-ROW-SUB) = "Y".

       314B-COMPARE-ONE-ATTEMPT.
           IF WS-ROW-SUBJECT (WS-CMP-SUB)
                       = WS-ROW-SUBJECT (WS-ROW-SUB)
                   AND WS-ROW-TERM (WS-CMP-SUB)
                       > WS-ROW-TERM (WS-ROW-SUB)
                   AND WS-ROW-STATUS (WS-CMP-SUB) = SPACE
               MOVE "Y" TO WS-ROW-REPEATED (WS-ROW-SUB)
           END-IF.

       315-ACCUMULATE-CUMULATIVE.
           MOVE ZERO TO WS-CUM-GPA-POINTS.
           MOVE ZERO TO WS-CUM-CREDIT-COUNT.
           MOVE ZERO TO WS-CUM-EARNED-CREDITS.
           PERFORM 315A-ADD-ONE-CUM-ROW
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-ROW-COUNT.

       315A-ADD-ONE-CUM-ROW.
           IF WS-ROW-TERM (WS-ROW-SUB) NOT > WS-CURRENT-TERM
                   AND WS-ROW-STATUS (WS-ROW-SUB) NOT = "I"
                   AND WS-ROW-STATUS (WS-ROW-SUB) NOT = "W"
               MOVE "N" TO WS-SUPERSEDED-FLAG
               PERFORM 315B-CHECK-LATER-ATTEMPT
                   VARYING WS-CMP-SUB FROM 1 BY 1
                   UNTIL WS-CMP-SUB > WS-ROW-COUNT
                       OR WS-SUPERSEDED-FLAG = "Y"
               IF WS-SUPERSEDED-FLAG = "N"
                   COMPUTE WS-CUM-GPA-POINTS = WS-CUM-GPA-POINTS
                       + WS-ROW-GPA (WS-ROW-SUB)
                       * WS-ROW-CREDITS (WS-ROW-SUB)
                   ADD WS-ROW-CREDITS (WS-ROW-SUB)
                       TO WS-CUM-CREDIT-COUNT
                   IF WS-ROW-GRADE (WS-ROW-SUB) NOT = "F"
                       ADD WS-ROW-CREDITS (WS-ROW-SUB)
                           TO WS-CUM-EARNED-CREDITS
                   END-IF
               END-IF
           END-IF.

       315B-CHECK-LATER-ATTEMPT.
           IF WS-ROW-SUBJECT (WS-CMP-SUB)
                       = WS-ROW-SUBJECT (WS-ROW-SUB)
                   AND WS-ROW-TERM (WS-CMP-SUB)
                       > WS-ROW-TERM (WS-ROW-SUB)
                   AND WS-ROW-TERM (WS-CMP-SUB)
                       NOT > WS-CURRENT-TERM
                   AND WS-ROW-STATUS (WS-CMP-SUB) = SPACE
               MOVE "Y" TO WS-SUPERSEDED-FLAG
           END-IF.

       END PROGRAM "TRN_BATCH".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ENRL_EXT".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT  STUDENT-RECORD-FILE
                     ASSIGN TO INDEXSTU
                       ORGANIZATION IS INDEXED
                         RECORD KEY IS STUDENT-KEY
                           ACCESS MODE IS SEQUENTIAL
                             FILE STATUS IS STATUS-FIELD.
       SELECT  STUDENT-MASTER-FILE
                     ASSIGN TO STUMST
                       ORGANIZATION IS INDEXED
                         RECORD KEY IS STU-MST-NUMBER
                           ACCESS MODE IS RANDOM
                             FILE STATUS IS STU-STATUS-FIELD.
       SELECT  SUBJECT-MASTER-FILE
                     ASSIGN TO SUBJMST
                       ORGANIZATION IS INDEXED
                         RECORD KEY IS SUBJ-MST-CODE
                           ACCESS MODE IS RANDOM
                             FILE STATUS IS SUBJ-STATUS-FIELD.
       SELECT  TERM-MASTER-FILE
                     ASSIGN TO TERMMST
                       ORGANIZATION IS INDEXED
                         RECORD KEY IS TERM-MST-CODE
                           ACCESS MODE IS RANDOM
                             FILE STATUS IS TERM-STATUS-FIELD.
       SELECT  ENROLLMENT-EXTRACT-FILE
                     ASSIGN TO ENRLEXT
                       ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS EXT-STATUS-FIELD.
       SELECT  REPORT-FILE
                     ASSIGN TO ENRLRPT
                       ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS RPT-STATUS-FIELD.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-RECORD-FILE.
           COPY STUDENTR.

       FD  STUDENT-MASTER-FILE.
           COPY STUMST.

       FD  SUBJECT-MASTER-FILE.
           COPY SUBJMST.

       FD  TERM-MASTER-FILE.
           COPY TERMMST.

       FD  ENROLLMENT-EXTRACT-FILE.
       01 ENRL-HEADER-RECORD.
           05 ENRL-HDR-TYPE         PIC X(01).
           05 ENRL-HDR-TERM-CODE    PIC X(06).
           05 ENRL-HDR-RUN-DATE     PIC 9(08).
           05 ENRL-HDR-FULL-CREDITS PIC 9(02).
           05 ENRL-HDR-HALF-CREDITS PIC 9(02).
           05 FILLER                PIC X(31).
       01 ENRL-DETAIL-RECORD.
           05 ENRL-DTL-TYPE         PIC X(01).
           05 ENRL-DTL-TERM-CODE    PIC X(06).
           05 ENRL-DTL-NUMBER       PIC 9(06).
           05 ENRL-DTL-NAME         PIC X(20).
           05 ENRL-DTL-STATUS       PIC X(01).
           05 ENRL-DTL-CREDITS      PIC 9(03).
           05 ENRL-DTL-LEVEL        PIC X(01).
           05 FILLER                PIC X(12).
       01 ENRL-TRAILER-RECORD.
           05 ENRL-TRL-TYPE         PIC X(01).
           05 ENRL-TRL-TERM-CODE    PIC X(06).
           05 ENRL-TRL-COUNT        PIC 9(07).
           05 ENRL-TRL-CREDITS      PIC 9(09).
           05 FILLER                PIC X(27).

       FD  REPORT-FILE.
       01 REPORT-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       01  STATUS-FIELD        PIC X(2).
       01  STU-STATUS-FIELD    PIC X(2).
       01  SUBJ-STATUS-FIELD   PIC X(2).
       01  TERM-STATUS-FIELD   PIC X(2).
       01  EXT-STATUS-FIELD    PIC X(2).
       01  RPT-STATUS-FIELD    PIC X(2).
       01  CONTROL-FIELDS.
           05 WS-EOF-FLAG        PIC X(3) VALUE "NO".
           05 WS-REFUSED-FLAG    PIC X(1) VALUE "N".
           05 WS-STU-OPEN-FLAG   PIC X(1) VALUE "N".
           05 WS-SUBJ-OPEN-FLAG  PIC X(1) VALUE "N".
           05 WS-TERM-OPEN-FLAG  PIC X(1) VALUE "N".
           05 WS-EXT-OPEN-FLAG   PIC X(1) VALUE "N".
       01  WS-PARM-LINE        PIC X(12) VALUE SPACES.
       01  WS-TERM-CODE-IN     PIC X(06).
       01  WS-FULL-CREDITS     PIC 9(02) VALUE 12.
       01  WS-HALF-CREDITS     PIC 9(02) VALUE 6.
       01  WS-RUN-DATE         PIC 9(08).
       01  WS-MST-FOUND-FLAG   PIC X(1).
       01  WS-MST-FOUND-CREDITS PIC 9(02).
       01  WS-CUR-FIELDS.
           05 WS-CUR-STUDENT     PIC 9(06) VALUE ZERO.
           05 WS-CUR-ROW-NAME    PIC X(10) VALUE SPACES.
           05 WS-CUR-TERM-ROWS   PIC 9(05) VALUE ZERO.
           05 WS-CUR-LOAD-ROWS   PIC 9(05) VALUE ZERO.
           05 WS-CUR-CREDITS     PIC 9(03) VALUE ZERO.
           05 WS-CUR-LEVEL       PIC X(01) VALUE SPACE.
       01  WS-LEFT-OUT-REASON  PIC X(40).
       01  WS-TOTALS.
           05 WS-EXTRACT-COUNT   PIC 9(07) VALUE ZERO.
           05 WS-EXTRACT-CREDITS PIC 9(09) VALUE ZERO.
           05 WS-FULL-COUNT      PIC 9(07) VALUE ZERO.
           05 WS-HALF-COUNT      PIC 9(07) VALUE ZERO.
           05 WS-LESS-COUNT      PIC 9(07) VALUE ZERO.
           05 WS-LEFT-OUT-COUNT  PIC 9(07) VALUE ZERO.
           05 WS-ONE-CREDIT-ROWS PIC 9(07) VALUE ZERO.

       01  RPT-HEADER-LINE-1.
           05 FILLER           PIC X(40)
               VALUE "ENROLLMENT VERIFICATION EXTRACT - TERM ".
           05 RPT-HDR-TERM     PIC X(06).
       01  RPT-HEADER-LINE-2.
           05 FILLER           PIC X(21) VALUE "FULL-TIME CREDITS >= ".
           05 RPT-HDR-FULL     PIC Z9.
           05 FILLER           PIC X(25)
               VALUE "   HALF-TIME CREDITS >= ".
           05 RPT-HDR-HALF     PIC Z9.
       01  RPT-LEFT-OUT-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RPT-LO-NUMBER    PIC 9(06).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RPT-LO-NAME      PIC X(10).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RPT-LO-REASON    PIC X(40).
       01  RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL  PIC X(40).
           05 FILLER           PIC X(02) VALUE ": ".
           05 RPT-TOTAL-COUNT  PIC ZZZZZZZZ9.
           COPY RUNPARM.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       100-PRODUCE-ENROLLMENT-EXTRACT.
           PERFORM 206-BEGIN-RUN-CONTROL.
           IF WS-RUN-RESULT = 8
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 201-INITIATE-EXTRACT.
           IF WS-REFUSED-FLAG = "Y"
               PERFORM 205-CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               PERFORM 207-END-RUN-CONTROL
               GOBACK
           END-IF.
           PERFORM 202-ACCUMULATE-TERM-ROWS UNTIL WS-EOF-FLAG = "YES".
           PERFORM 203-WRITE-TRAILER.
           PERFORM 204-PRINT-TOTALS.
           PERFORM 205-CLOSE-FILES.
           PERFORM 207-END-RUN-CONTROL.
           GOBACK.

       201-INITIATE-EXTRACT.
           PERFORM 301-OPEN-FILES.
           PERFORM 302-GET-EXTRACT-PARMS.
           PERFORM 303-VALIDATE-TERM.
           MOVE WS-TERM-CODE-IN TO RPT-HDR-TERM.
           MOVE RPT-HEADER-LINE-1 TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           MOVE WS-FULL-CREDITS TO RPT-HDR-FULL.
           MOVE WS-HALF-CREDITS TO RPT-HDR-HALF.
           MOVE RPT-HEADER-LINE-2 TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           IF WS-REFUSED-FLAG = "N"
               PERFORM 304-OPEN-EXTRACT-FILE
           END-IF.
           IF WS-REFUSED-FLAG = "Y"
               MOVE "EXTRACT REFUSED - NO FILE WRITTEN"
                   TO REPORT-RECORD
               PERFORM 300-WRITE-REPORT-LINE
           ELSE
               MOVE SPACES TO REPORT-RECORD
               PERFORM 300-WRITE-REPORT-LINE
               MOVE "STUDENTS LEFT OUT OF THE EXTRACT"
                   TO REPORT-RECORD
               PERFORM 300-WRITE-REPORT-LINE
           END-IF.

       202-ACCUMULATE-TERM-ROWS.
           READ STUDENT-RECORD-FILE
               AT END
                   MOVE "YES" TO WS-EOF-FLAG
                   PERFORM 306-POST-STUDENT
               NOT AT END
                   IF STUDENT-NUMBER NOT = WS-CUR-STUDENT
                       PERFORM 306-POST-STUDENT
                       PERFORM 305-START-NEW-STUDENT
                   END-IF
                   IF TERM-CODE = WS-TERM-CODE-IN
                       PERFORM 307-ACCUMULATE-ONE-ROW
                   END-IF
           END-READ.

       203-WRITE-TRAILER.
           IF WS-LEFT-OUT-COUNT = ZERO
               MOVE "  NONE" TO REPORT-RECORD
               PERFORM 300-WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO ENRL-TRAILER-RECORD.
           MOVE "T"                TO ENRL-TRL-TYPE.
           MOVE WS-TERM-CODE-IN    TO ENRL-TRL-TERM-CODE.
           MOVE WS-EXTRACT-COUNT   TO ENRL-TRL-COUNT.
           MOVE WS-EXTRACT-CREDITS TO ENRL-TRL-CREDITS.
           WRITE ENRL-TRAILER-RECORD.
           IF EXT-STATUS-FIELD NOT = "00"
               DISPLAY "UNABLE TO WRITE EXTRACT FILE - STATUS "
                   EXT-STATUS-FIELD
           END-IF.

       204-PRINT-TOTALS.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           MOVE "STUDENTS EXTRACTED" TO RPT-TOTAL-LABEL.
           MOVE WS-EXTRACT-COUNT TO RPT-TOTAL-COUNT.
           PERFORM 313-WRITE-TOTAL-LINE.
           MOVE "  FULL-TIME" TO RPT-TOTAL-LABEL.
           MOVE WS-FULL-COUNT TO RPT-TOTAL-COUNT.
           PERFORM 313-WRITE-TOTAL-LINE.
           MOVE "  HALF-TIME" TO RPT-TOTAL-LABEL.
           MOVE WS-HALF-COUNT TO RPT-TOTAL-COUNT.
           PERFORM 313-WRITE-TOTAL-LINE.
           MOVE "  LESS THAN HALF-TIME" TO RPT-TOTAL-LABEL.
           MOVE WS-LESS-COUNT TO RPT-TOTAL-COUNT.
           PERFORM 313-WRITE-TOTAL-LINE.
           MOVE "TOTAL ATTEMPTED CREDITS" TO RPT-TOTAL-LABEL.
           MOVE WS-EXTRACT-CREDITS TO RPT-TOTAL-COUNT.
           PERFORM 313-WRITE-TOTAL-LINE.
           MOVE "STUDENTS LEFT OUT" TO RPT-TOTAL-LABEL.
           MOVE WS-LEFT-OUT-COUNT TO RPT-TOTAL-COUNT.
           PERFORM 313-WRITE-TOTAL-LINE.
           MOVE "ROWS COUNTED AT ONE CREDIT (NO SUBJECT)"
               TO RPT-TOTAL-LABEL.
           MOVE WS-ONE-CREDIT-ROWS TO RPT-TOTAL-COUNT.
           PERFORM 313-WRITE-TOTAL-LINE.

       205-CLOSE-FILES.
           CLOSE STUDENT-RECORD-FILE.
           IF WS-STU-OPEN-FLAG = "Y"
               CLOSE STUDENT-MASTER-FILE
           END-IF.
           IF WS-SUBJ-OPEN-FLAG = "Y"
               CLOSE SUBJECT-MASTER-FILE
           END-IF.
           IF WS-TERM-OPEN-FLAG = "Y"
               CLOSE TERM-MASTER-FILE
           END-IF.
           IF WS-EXT-OPEN-FLAG = "Y"
               CLOSE ENROLLMENT-EXTRACT-FILE
           END-IF.
           CLOSE REPORT-FILE.

       206-BEGIN-RUN-CONTROL.
           MOVE "B" TO WS-RUN-FUNCTION.
           MOVE "ENRLEXT" TO WS-RUN-PROGRAM.
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
           MOVE WS-EXTRACT-COUNT TO WS-RUN-RECORDS.
           MOVE WS-LEFT-OUT-COUNT TO WS-RUN-EXCEPTIONS.
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
           OPEN OUTPUT REPORT-FILE.
           IF RPT-STATUS-FIELD NOT = "00"
               DISPLAY "UNABLE TO OPEN REPORT FILE - STATUS "
                   RPT-STATUS-FIELD
           END-IF.
           OPEN INPUT STUDENT-RECORD-FILE.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "UNABLE TO OPEN STUDENT RECORD FILE - STATUS "
                   STATUS-FIELD
               MOVE "YES" TO WS-EOF-FLAG
               MOVE "Y" TO WS-REFUSED-FLAG
           END-IF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF STU-STATUS-FIELD NOT = "00"
               DISPLAY "STUDENT MASTER NOT AVAILABLE - STATUS "
                   STU-STATUS-FIELD " - EXTRACT REFUSED"
               MOVE "Y" TO WS-REFUSED-FLAG
           ELSE
               MOVE "Y" TO WS-STU-OPEN-FLAG
           END-IF.
           OPEN INPUT SUBJECT-MASTER-FILE.
           IF SUBJ-STATUS-FIELD = "35"
               DISPLAY "SUBJECT MASTER NOT FOUND - ONE CREDIT PER "
                   "COURSE ASSUMED"
           ELSE
               IF SUBJ-STATUS-FIELD NOT = "00"
                   DISPLAY "SUBJECT MASTER FILE ERROR - STATUS "
                       SUBJ-STATUS-FIELD " - EXTRACT REFUSED"
                   MOVE "Y" TO WS-REFUSED-FLAG
               ELSE
                   MOVE "Y" TO WS-SUBJ-OPEN-FLAG
               END-IF
           END-IF.
           OPEN INPUT TERM-MASTER-FILE.
           IF TERM-STATUS-FIELD NOT = "00"
               DISPLAY "TERM MASTER NOT AVAILABLE - STATUS "
                   TERM-STATUS-FIELD " - EXTRACT REFUSED"
               MOVE "Y" TO WS-REFUSED-FLAG
           ELSE
               MOVE "Y" TO WS-TERM-OPEN-FLAG
           END-IF.

       302-GET-EXTRACT-PARMS.
           DISPLAY "ENTER TERM CODE, FULL-TIME AND HALF-TIME CREDITS "
               "(TTTTTT FF HH, BLANK CREDITS FOR 12 AND 6)".
           ACCEPT WS-PARM-LINE.
           MOVE WS-PARM-LINE (1:6) TO WS-TERM-CODE-IN.
           IF WS-PARM-LINE (8:2) NUMERIC
               MOVE WS-PARM-LINE (8:2) TO WS-FULL-CREDITS
           END-IF.
           IF WS-PARM-LINE (11:2) NUMERIC
               MOVE WS-PARM-LINE (11:2) TO WS-HALF-CREDITS
           END-IF.
           IF WS-TERM-CODE-IN = SPACES
               DISPLAY "TERM CODE CANNOT BE BLANK"
               MOVE "Y" TO WS-REFUSED-FLAG
           END-IF.
           IF WS-HALF-CREDITS = ZERO
                   OR WS-HALF-CREDITS NOT < WS-FULL-CREDITS
               DISPLAY "HALF-TIME CREDITS MUST BE ABOVE ZERO AND BELOW "
                   "FULL-TIME CREDITS"
               MOVE "Y" TO WS-REFUSED-FLAG
           END-IF.

       303-VALIDATE-TERM.
           IF WS-TERM-OPEN-FLAG = "Y" AND WS-TERM-CODE-IN NOT = SPACES
               MOVE WS-TERM-CODE-IN TO TERM-MST-CODE
               READ TERM-MASTER-FILE
                   INVALID KEY
                       DISPLAY "TERM " WS-TERM-CODE-IN
                           " NOT ON TERM MASTER - EXTRACT REFUSED"
                       MOVE "Y" TO WS-REFUSED-FLAG
               END-READ
           END-IF.

       304-OPEN-EXTRACT-FILE.
           OPEN OUTPUT ENROLLMENT-EXTRACT-FILE.
           IF EXT-STATUS-FIELD NOT = "00"
               DISPLAY "UNABLE TO OPEN EXTRACT FILE - STATUS "
                   EXT-STATUS-FIELD
               MOVE "Y" TO WS-REFUSED-FLAG
           ELSE
               MOVE "Y" TO WS-EXT-OPEN-FLAG
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               MOVE SPACES TO ENRL-HEADER-RECORD
               MOVE "H"             TO ENRL-HDR-TYPE
               MOVE WS-TERM-CODE-IN TO ENRL-HDR-TERM-CODE
               MOVE WS-RUN-DATE     TO ENRL-HDR-RUN-DATE
               MOVE WS-FULL-CREDITS TO ENRL-HDR-FULL-CREDITS
               MOVE WS-HALF-CREDITS TO ENRL-HDR-HALF-CREDITS
               WRITE ENRL-HEADER-RECORD
               IF EXT-STATUS-FIELD NOT = "00"
                   DISPLAY "UNABLE TO WRITE EXTRACT FILE - STATUS "
                       EXT-STATUS-FIELD
                   MOVE "Y" TO WS-REFUSED-FLAG
               END-IF
           END-IF.

       305-START-NEW-STUDENT.
           MOVE STUDENT-NUMBER TO WS-CUR-STUDENT.
           MOVE SPACES TO WS-CUR-ROW-NAME.
           MOVE ZERO TO WS-CUR-TERM-ROWS.
           MOVE ZERO TO WS-CUR-LOAD-ROWS.
           MOVE ZERO TO WS-CUR-CREDITS.

       306-POST-STUDENT.
           IF WS-CUR-TERM-ROWS > ZERO
               IF WS-CUR-LOAD-ROWS = ZERO
                   MOVE "ALL ROWS IN TERM WITHDRAWN (W)"
                       TO WS-LEFT-OUT-REASON
                   PERFORM 309-PRINT-LEFT-OUT
               ELSE
                   MOVE WS-CUR-STUDENT TO STU-MST-NUMBER
                   READ STUDENT-MASTER-FILE
                       INVALID KEY
                           MOVE "NOT ON STUDENT MASTER"
                               TO WS-LEFT-OUT-REASON
                           PERFORM 309-PRINT-LEFT-OUT
                       NOT INVALID KEY
                           PERFORM 308-WRITE-DETAIL
                   END-READ
               END-IF
           END-IF.
           MOVE ZERO TO WS-CUR-TERM-ROWS.

       307-ACCUMULATE-ONE-ROW.
           IF WS-CUR-TERM-ROWS = ZERO
               MOVE STUDENT-NAME TO WS-CUR-ROW-NAME
           END-IF.
           ADD 1 TO WS-CUR-TERM-ROWS.
           IF STUDENT-GRADE-STATUS NOT = "W"
               ADD 1 TO WS-CUR-LOAD-ROWS
               PERFORM 311-FIND-SUBJECT-CREDITS
               IF WS-MST-FOUND-FLAG = "N"
                   ADD 1 TO WS-ONE-CREDIT-ROWS
               END-IF
               ADD WS-MST-FOUND-CREDITS TO WS-CUR-CREDITS
           END-IF.

       308-WRITE-DETAIL.
           EVALUATE TRUE
               WHEN WS-CUR-CREDITS NOT < WS-FULL-CREDITS
                   MOVE "F" TO WS-CUR-LEVEL
                   ADD 1 TO WS-FULL-COUNT
               WHEN WS-CUR-CREDITS NOT < WS-HALF-CREDITS
                   MOVE "H" TO WS-CUR-LEVEL
                   ADD 1 TO WS-HALF-COUNT
               WHEN OTHER
                   MOVE "L" TO WS-CUR-LEVEL
                   ADD 1 TO WS-LESS-COUNT
           END-EVALUATE.
           MOVE SPACES TO ENRL-DETAIL-RECORD.
           MOVE "D"             TO ENRL-DTL-TYPE.
           MOVE WS-TERM-CODE-IN TO ENRL-DTL-TERM-CODE.
           MOVE STU-MST-NUMBER  TO ENRL-DTL-NUMBER.
           MOVE STU-MST-NAME    TO ENRL-DTL-NAME.
           MOVE STU-MST-STATUS  TO ENRL-DTL-STATUS.
           MOVE WS-CUR-CREDITS  TO ENRL-DTL-CREDITS.
           MOVE WS-CUR-LEVEL    TO ENRL-DTL-LEVEL.
           WRITE ENRL-DETAIL-RECORD.
           IF EXT-STATUS-FIELD NOT = "00"
               DISPLAY "UNABLE TO WRITE EXTRACT FILE - STATUS "
                   EXT-STATUS-FIELD
           ELSE
               ADD 1 TO WS-EXTRACT-COUNT
               ADD WS-CUR-CREDITS TO WS-EXTRACT-CREDITS
           END-IF.

       309-PRINT-LEFT-OUT.
           MOVE WS-CUR-STUDENT     TO RPT-LO-NUMBER.
           MOVE WS-CUR-ROW-NAME    TO RPT-LO-NAME.
           MOVE WS-LEFT-OUT-REASON TO RPT-LO-REASON.
           MOVE RPT-LEFT-OUT-LINE TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           ADD 1 TO WS-LEFT-OUT-COUNT.

       311-FIND-SUBJECT-CREDITS.
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

       313-WRITE-TOTAL-LINE.
           MOVE RPT-TOTAL-LINE TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.

       END PROGRAM "ENRL_EXT".

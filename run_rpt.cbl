       IDENTIFICATION DIVISION.
       PROGRAM-ID. "RUN_RPT".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT  RUN-CONTROL-FILE
                     ASSIGN TO RUNCTL
                       ORGANIZATION IS INDEXED
                         RECORD KEY IS RUN-CTL-KEY
                           ACCESS MODE IS DYNAMIC
                             FILE STATUS IS CTL-STATUS-FIELD.
       SELECT  REPORT-FILE
                     ASSIGN TO RUNRPT
                       ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS RPT-STATUS-FIELD.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  REPORT-FILE.
       01 REPORT-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       01  CTL-STATUS-FIELD    PIC X(2).
       01  RPT-STATUS-FIELD    PIC X(2).
       01  CONTROL-FIELDS.
           05 WS-EOF-FLAG      PIC X(3) VALUE "NO".
           05 WS-SCAN-EOF-FLAG PIC X(3) VALUE "NO".
           05 WS-CTL-OPEN-FLAG PIC X(1) VALUE "N".
       01  WS-NIGHTS-IN        PIC X(02) VALUE SPACES.
       01  WS-NIGHTS           PIC 9(02) VALUE 7.
       01  WS-LAST-DATE        PIC X(08) VALUE SPACES.
       01  WS-DATE-COUNT       PIC 9(02) VALUE ZERO.
       01  WS-DATE-SUB         PIC 9(02) VALUE ZERO.
       01  WS-DATE-TABLE.
           05 WS-WINDOW-DATE   PIC X(08) OCCURS 31 TIMES.
       01  WS-STREAM-STEPS.
           05 FILLER           PIC X(08) VALUE "BACKUPST".
           05 FILLER           PIC X(08) VALUE "SUBADD".
           05 FILLER           PIC X(08) VALUE "AUDCUT".
           05 FILLER           PIC X(08) VALUE "RECON".
       01  WS-STREAM-TABLE REDEFINES WS-STREAM-STEPS.
           05 WS-STREAM-STEP   PIC X(08) OCCURS 4 TIMES.
       01  WS-STEP-SUB         PIC 9(01) VALUE ZERO.
       01  WS-STEP-RUNS        PIC 9(04) VALUE ZERO.
       01  WS-IN-STREAM-FLAG   PIC X(1).
       01  WS-TOTALS.
           05 WS-COMPLETED-COUNT PIC 9(05) VALUE ZERO.
           05 WS-FAILED-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-REFUSED-COUNT   PIC 9(05) VALUE ZERO.
           05 WS-NO-END-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-FORCED-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-NOT-RUN-COUNT   PIC 9(05) VALUE ZERO.

       01  RPT-HEADER-LINE-1.
           05 FILLER           PIC X(33)
               VALUE "NIGHTLY STREAM RUN STATUS - LAST ".
           05 RPT-HDR-NIGHTS   PIC Z9.
           05 FILLER           PIC X(16) VALUE " BUSINESS DATES".
       01  RPT-DATE-LINE.
           05 FILLER           PIC X(14) VALUE "BUSINESS DATE ".
           05 RPT-BUS-DATE     PIC X(08).
       01  RPT-COLUMN-LINE.
           05 FILLER           PIC X(11) VALUE "  PROGRAM".
           05 FILLER           PIC X(16) VALUE "STARTED".
           05 FILLER           PIC X(16) VALUE "ENDED".
           05 FILLER           PIC X(05) VALUE "  RC".
           05 FILLER           PIC X(08) VALUE " RECORDS".
           05 FILLER           PIC X(08) VALUE "  EXCEPT".
           05 FILLER           PIC X(07) VALUE " STATUS".
       01  RPT-DETAIL-LINE.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RPT-PROGRAM        PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 RPT-START-DATE     PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 RPT-START-TIME     PIC X(06).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 RPT-END-DATE       PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 RPT-END-TIME       PIC X(06).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 RPT-RC             PIC ZZZ9.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 RPT-RECORDS        PIC ZZZZZZ9.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 RPT-EXCEPTIONS     PIC ZZZZZZ9.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 RPT-STATUS         PIC X(10).
       01  RPT-NOT-RUN-LINE.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RPT-NOT-RUN-PROG   PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 FILLER             PIC X(30)
               VALUE "NOT RUN FOR THIS DATE".
       01  RPT-CHECK-LINE.
           05 FILLER             PIC X(11) VALUE SPACES.
           05 RPT-CHECK-ACTION   PIC X(22).
           05 RPT-CHECK-TEXT     PIC X(47).
       01  RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL    PIC X(24).
           05 FILLER             PIC X(02) VALUE ": ".
           05 RPT-TOTAL-COUNT    PIC ZZZZ9.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       100-PRODUCE-RUN-STATUS.
           PERFORM 201-INITIATE-REPORT.
           PERFORM 202-COLLECT-ONE-RUN UNTIL WS-EOF-FLAG = "YES".
           IF WS-DATE-COUNT = ZERO
               MOVE "  NONE - NO RUNS ON THE RUN CONTROL FILE"
                   TO REPORT-RECORD
               PERFORM 300-WRITE-REPORT-LINE
           END-IF.
           PERFORM 203-PRINT-ONE-DATE
               VARYING WS-DATE-SUB FROM 1 BY 1
               UNTIL WS-DATE-SUB > WS-DATE-COUNT.
           PERFORM 204-PRINT-TOTALS.
           PERFORM 205-CLOSE-FILES.
           GOBACK.

       201-INITIATE-REPORT.
           PERFORM 301-OPEN-FILES.
           PERFORM 302-GET-NIGHTS.
           MOVE WS-NIGHTS TO RPT-HDR-NIGHTS.
           MOVE RPT-HEADER-LINE-1 TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           IF WS-EOF-FLAG NOT = "YES"
               PERFORM 303-READ-NEXT-RUN
           END-IF.

       202-COLLECT-ONE-RUN.
           IF RUN-CTL-BUS-DATE NOT = WS-LAST-DATE
               PERFORM 304-ADD-WINDOW-DATE
           END-IF.
           PERFORM 303-READ-NEXT-RUN.

       203-PRINT-ONE-DATE.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           MOVE WS-WINDOW-DATE (WS-DATE-SUB) TO RPT-BUS-DATE.
           MOVE RPT-DATE-LINE TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           MOVE RPT-COLUMN-LINE TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           PERFORM 305-PRINT-STREAM-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 4.
           PERFORM 307-PRINT-OTHER-PROGRAMS.

       204-PRINT-TOTALS.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           MOVE "RUNS COMPLETED" TO RPT-TOTAL-LABEL.
           MOVE WS-COMPLETED-COUNT TO RPT-TOTAL-COUNT.
           MOVE RPT-TOTAL-LINE TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           MOVE "RUNS FAILED" TO RPT-TOTAL-LABEL.
           MOVE WS-FAILED-COUNT TO RPT-TOTAL-COUNT.
           MOVE RPT-TOTAL-LINE TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           MOVE "RUNS WITH NO END LOGGED" TO RPT-TOTAL-LABEL.
           MOVE WS-NO-END-COUNT TO RPT-TOTAL-COUNT.
           MOVE RPT-TOTAL-LINE TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           MOVE "RUNS REFUSED" TO RPT-TOTAL-LABEL.
           MOVE WS-REFUSED-COUNT TO RPT-TOTAL-COUNT.
           MOVE RPT-TOTAL-LINE TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           MOVE "RUNS FORCED" TO RPT-TOTAL-LABEL.
           MOVE WS-FORCED-COUNT TO RPT-TOTAL-COUNT.
           MOVE RPT-TOTAL-LINE TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           MOVE "STREAM STEPS NOT RUN" TO RPT-TOTAL-LABEL.
           MOVE WS-NOT-RUN-COUNT TO RPT-TOTAL-COUNT.
           MOVE RPT-TOTAL-LINE TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.

       205-CLOSE-FILES.
           IF WS-CTL-OPEN-FLAG = "Y"
               CLOSE RUN-CONTROL-FILE
           END-IF.
           CLOSE REPORT-FILE.

       300-WRITE-REPORT-LINE.
           WRITE REPORT-RECORD.
           IF RPT-STATUS-FIELD NOT = "00"
               DISPLAY "UNABLE TO WRITE REPORT FILE - STATUS "
                   RPT-STATUS-FIELD
           END-IF.

       301-OPEN-FILES.
           OPEN INPUT RUN-CONTROL-FILE.
           IF CTL-STATUS-FIELD = "00"
               MOVE "Y" TO WS-CTL-OPEN-FLAG
           ELSE
               IF CTL-STATUS-FIELD = "35"
                   DISPLAY "RUN CONTROL FILE NOT FOUND - NO RUNS LOGGED"
               ELSE
                   DISPLAY "UNABLE TO OPEN RUN CONTROL FILE - STATUS "
                       CTL-STATUS-FIELD
               END-IF
               MOVE "YES" TO WS-EOF-FLAG
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF RPT-STATUS-FIELD NOT = "00"
               DISPLAY "UNABLE TO OPEN REPORT FILE - STATUS "
                   RPT-STATUS-FIELD
               MOVE "YES" TO WS-EOF-FLAG
           END-IF.

       302-GET-NIGHTS.
           ACCEPT WS-NIGHTS-IN.
           IF WS-NIGHTS-IN (2:1) = SPACE AND WS-NIGHTS-IN (1:1) NUMERIC
               MOVE WS-NIGHTS-IN (1:1) TO WS-NIGHTS
           ELSE
               IF WS-NIGHTS-IN NUMERIC
                   MOVE WS-NIGHTS-IN TO WS-NIGHTS
               END-IF
           END-IF.
           IF WS-NIGHTS = ZERO OR WS-NIGHTS > 31
               MOVE 7 TO WS-NIGHTS
           END-IF.

       303-READ-NEXT-RUN.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO WS-EOF-FLAG
           END-READ.

       304-ADD-WINDOW-DATE.
           IF WS-DATE-COUNT < WS-NIGHTS
               ADD 1 TO WS-DATE-COUNT
           ELSE
               PERFORM 304A-SHIFT-ONE-DATE
                   VARYING WS-DATE-SUB FROM 1 BY 1
                   UNTIL WS-DATE-SUB >= WS-DATE-COUNT
           END-IF.
           MOVE RUN-CTL-BUS-DATE TO WS-WINDOW-DATE (WS-DATE-COUNT).
           MOVE RUN-CTL-BUS-DATE TO WS-LAST-DATE.

       304A-SHIFT-ONE-DATE.
           MOVE WS-WINDOW-DATE (WS-DATE-SUB + 1)
               TO WS-WINDOW-DATE (WS-DATE-SUB).

       305-PRINT-STREAM-STEP.
           MOVE ZERO TO WS-STEP-RUNS.
           MOVE "NO" TO WS-SCAN-EOF-FLAG.
           MOVE WS-WINDOW-DATE (WS-DATE-SUB) TO RUN-CTL-BUS-DATE.
           MOVE WS-STREAM-STEP (WS-STEP-SUB) TO RUN-CTL-PROGRAM.
           MOVE LOW-VALUES TO RUN-CTL-START-DATE.
           MOVE LOW-VALUES TO RUN-CTL-START-TIME.
           START RUN-CONTROL-FILE
               KEY NOT < RUN-CTL-KEY
               INVALID KEY
                   MOVE "YES" TO WS-SCAN-EOF-FLAG
           END-START.
           PERFORM 306-READ-STEP-RUN UNTIL WS-SCAN-EOF-FLAG = "YES".
           IF WS-STEP-RUNS = ZERO
               MOVE WS-STREAM-STEP (WS-STEP-SUB) TO RPT-NOT-RUN-PROG
               MOVE RPT-NOT-RUN-LINE TO REPORT-RECORD
               PERFORM 300-WRITE-REPORT-LINE
               ADD 1 TO WS-NOT-RUN-COUNT
           END-IF.

       306-READ-STEP-RUN.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO WS-SCAN-EOF-FLAG
               NOT AT END
                   IF RUN-CTL-BUS-DATE NOT =
                           WS-WINDOW-DATE (WS-DATE-SUB)
                           OR RUN-CTL-PROGRAM NOT =
                               WS-STREAM-STEP (WS-STEP-SUB)
                       MOVE "YES" TO WS-SCAN-EOF-FLAG
                   ELSE
                       PERFORM 308-PRINT-RUN-LINE
                       ADD 1 TO WS-STEP-RUNS
                   END-IF
           END-READ.

       307-PRINT-OTHER-PROGRAMS.
           MOVE "NO" TO WS-SCAN-EOF-FLAG.
           MOVE WS-WINDOW-DATE (WS-DATE-SUB) TO RUN-CTL-BUS-DATE.
           MOVE LOW-VALUES TO RUN-CTL-PROGRAM.
           MOVE LOW-VALUES TO RUN-CTL-START-DATE.
           MOVE LOW-VALUES TO RUN-CTL-START-TIME.
           START RUN-CONTROL-FILE
               KEY NOT < RUN-CTL-KEY
               INVALID KEY
                   MOVE "YES" TO WS-SCAN-EOF-FLAG
           END-START.
           PERFORM 307A-READ-OTHER-RUN UNTIL WS-SCAN-EOF-FLAG = "YES".

       307A-READ-OTHER-RUN.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO WS-SCAN-EOF-FLAG
               NOT AT END
                   IF RUN-CTL-BUS-DATE NOT =
                           WS-WINDOW-DATE (WS-DATE-SUB)
                       MOVE "YES" TO WS-SCAN-EOF-FLAG
                   ELSE
                       PERFORM 309-CHECK-STREAM-PROGRAM
                       IF WS-IN-STREAM-FLAG = "N"
                           PERFORM 308-PRINT-RUN-LINE
                       END-IF
                   END-IF
           END-READ.

       308-PRINT-RUN-LINE.
           MOVE RUN-CTL-PROGRAM    TO RPT-PROGRAM.
           MOVE RUN-CTL-START-DATE TO RPT-START-DATE.
           MOVE RUN-CTL-START-TIME TO RPT-START-TIME.
           MOVE RUN-CTL-END-DATE   TO RPT-END-DATE.
           MOVE RUN-CTL-END-TIME   TO RPT-END-TIME.
           MOVE RUN-CTL-RC         TO RPT-RC.
           MOVE RUN-CTL-RECORDS    TO RPT-RECORDS.
           MOVE RUN-CTL-EXCEPTIONS TO RPT-EXCEPTIONS.
           EVALUATE RUN-CTL-STATUS
               WHEN "C"
                   MOVE "COMPLETED" TO RPT-STATUS
                   ADD 1 TO WS-COMPLETED-COUNT
               WHEN "F"
                   MOVE "FAILED" TO RPT-STATUS
                   ADD 1 TO WS-FAILED-COUNT
               WHEN "X"
                   MOVE "REFUSED" TO RPT-STATUS
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN OTHER
                   MOVE "NO END" TO RPT-STATUS
                   MOVE SPACES TO RPT-END-DATE
                   MOVE SPACES TO RPT-END-TIME
                   ADD 1 TO WS-NO-END-COUNT
           END-EVALUATE.
           MOVE RPT-DETAIL-LINE TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           IF RUN-CTL-CHECK NOT = SPACE
               PERFORM 308A-PRINT-CHECK-LINE
           END-IF.

       308A-PRINT-CHECK-LINE.
           IF RUN-CTL-FORCED = "Y"
               MOVE SPACES TO RPT-CHECK-ACTION
               STRING "FORCED BY " DELIMITED BY SIZE
                      RUN-CTL-FORCED-BY DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      INTO RPT-CHECK-ACTION
               END-STRING
               ADD 1 TO WS-FORCED-COUNT
           ELSE
               MOVE "NOT FORCED - " TO RPT-CHECK-ACTION
           END-IF.
           EVALUATE RUN-CTL-CHECK
               WHEN "P"
                   MOVE "PREDECESSOR NOT COMPLETED" TO RPT-CHECK-TEXT
               WHEN "D"
                   MOVE "ALREADY COMPLETED FOR THIS DATE"
                       TO RPT-CHECK-TEXT
               WHEN OTHER
                   MOVE "PREDECESSOR NOT COMPLETED, ALREADY COMPLETED"
                       TO RPT-CHECK-TEXT
           END-EVALUATE.
           MOVE RPT-CHECK-LINE TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.

       309-CHECK-STREAM-PROGRAM.
           MOVE "N" TO WS-IN-STREAM-FLAG.
           PERFORM 309A-MATCH-ONE-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 4.

       309A-MATCH-ONE-STEP.
           IF WS-STREAM-STEP (WS-STEP-SUB) = RUN-CTL-PROGRAM
               MOVE "Y" TO WS-IN-STREAM-FLAG
           END-IF.

       END PROGRAM "RUN_RPT".

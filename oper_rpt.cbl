       IDENTIFICATION DIVISION.
       PROGRAM-ID. "OPER_RPT".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT  AUDIT-LOG-FILE
                     ASSIGN TO AUDARCH
                       ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS AUD-STATUS-FIELD.
       SELECT  PENDING-CHANGE-FILE
                     ASSIGN TO PENDFILE
                       ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS PEND-STATUS-FIELD.
       SELECT  OPERATOR-MASTER-FILE
                     ASSIGN TO OPERMST
                       ORGANIZATION IS INDEXED
                         RECORD KEY IS OPER-MST-ID
                           ACCESS MODE IS RANDOM
                             FILE STATUS IS OPMS-STATUS-FIELD.
       SELECT  REPORT-FILE
                     ASSIGN TO OPERRPT
                       ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS RPT-STATUS-FIELD.
       SELECT  OPER-SORT-FILE
                     ASSIGN TO SORTWK.
       SELECT  KEY-SORT-FILE
                     ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       01 AUDIT-RECORD                PIC X(100).

       FD  PENDING-CHANGE-FILE.
           COPY PENDCHG.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMST.

       FD  REPORT-FILE.
       01 REPORT-RECORD             PIC X(80).

       SD  OPER-SORT-FILE.
       01 OPER-SORT-RECORD.
           05 OSRT-OPERATOR        PIC X(08).
           05 OSRT-DATETIME        PIC X(17).
           05 OSRT-SOURCE          PIC X(01).
           05 OSRT-ACTION          PIC X(06).
           05 OSRT-NUMBER          PIC X(06).
           05 OSRT-SUBJECT         PIC X(04).
           05 OSRT-TERM            PIC X(06).
           05 OSRT-ROLE            PIC X(01).
           05 OSRT-PEND-STATUS     PIC X(01).

       SD  KEY-SORT-FILE.
       01 KEY-SORT-RECORD.
           05 KSRT-KEY.
               10 KSRT-NUMBER      PIC X(06).
               10 KSRT-SUBJECT     PIC X(04).
               10 KSRT-TERM        PIC X(06).
           05 KSRT-DATETIME        PIC X(17).
           05 KSRT-TYPE            PIC X(01).
           05 KSRT-OPERATOR        PIC X(08).
           05 KSRT-APPROVER        PIC X(08).

       WORKING-STORAGE SECTION.
       01  AUD-STATUS-FIELD    PIC X(2).
       01  PEND-STATUS-FIELD   PIC X(2).
       01  OPMS-STATUS-FIELD   PIC X(2).
       01  RPT-STATUS-FIELD    PIC X(2).
       01  CONTROL-FIELDS.
           05 WS-AUD-EOF-FLAG  PIC X(3) VALUE "NO".
           05 WS-PEND-EOF-FLAG PIC X(3) VALUE "NO".
           05 WS-SORT-EOF-FLAG PIC X(3) VALUE "NO".
           05 WS-FIRST-FLAG    PIC X(1) VALUE "Y".
           05 WS-OPMS-OPEN-FLAG PIC X(1) VALUE "N".
       01  WS-PARM-LINE        PIC X(27) VALUE SPACES.
       01  WS-FROM-DATE        PIC X(08) VALUE "00000000".
       01  WS-TO-DATE          PIC X(08) VALUE "99999999".
       01  WS-DAY-START        PIC X(04) VALUE "0700".
       01  WS-DAY-END          PIC X(04) VALUE "1900".
       01  WS-LINE-DATE        PIC X(08).
       01  WS-LINE-HHMM        PIC X(04).
       01  WS-CHECK-DATE       PIC 9(08).
       01  WS-DAY-NUMBER       PIC 9(07).
       01  WS-DAY-QUOTIENT     PIC 9(07).
       01  WS-WEEKDAY          PIC 9(01).
       01  WS-AFTER-HOURS-FLAG PIC X(1).
       01  WS-AUD-DATETIME     PIC X(17).
       01  WS-AUD-OPERATOR     PIC X(08).
       01  WS-AUD-ACTION       PIC X(06).
       01  WS-AUD-NUMBER       PIC X(06).
       01  WS-AUD-SUBJECT      PIC X(04).
       01  WS-AUD-TERM         PIC X(06).
       01  WS-AUD-BEFORE-NAME  PIC X(10).
       01  WS-AUD-BEFORE-SCORE PIC X(02).
       01  WS-AUD-AFTER-NAME   PIC X(10).
       01  WS-AUD-AFTER-SCORE  PIC X(02).
       01  WS-AUD-BEFORE-STS   PIC X(01).
       01  WS-AUD-AFTER-STS    PIC X(01).
       01  WS-AUD-ROLE         PIC X(01).
       01  WS-AUD-REST         PIC X(20).
       01  WS-PEND-DATETIME.
           05 WS-PEND-DT-DATE  PIC 9(08).
           05 FILLER           PIC X(01) VALUE "-".
           05 WS-PEND-DT-TIME  PIC 9(08).
       01  WS-PREV-OPERATOR    PIC X(08) VALUE SPACES.
       01  WS-OPER-NAME        PIC X(20).
       01  WS-OPER-ROLE        PIC X(01).
       01  WS-OPER-STATE       PIC X(01).
       01  WS-OPER-COUNTS.
           05 WS-OPER-ADDS     PIC 9(05).
           05 WS-OPER-CHANGES  PIC 9(05).
           05 WS-OPER-DELETES  PIC 9(05).
           05 WS-OPER-HELD     PIC 9(05).
           05 WS-OPER-APPROVED PIC 9(05).
           05 WS-OPER-REJECTED PIC 9(05).
           05 WS-OPER-PENDING  PIC 9(05).
           05 WS-OPER-S-LINES  PIC 9(05).
       01  WS-PREV-KEY.
           05 WS-PREV-NUMBER   PIC X(06).
           05 WS-PREV-SUBJECT  PIC X(04).
           05 WS-PREV-TERM     PIC X(06).
       01  WS-KEY-CHANGES      PIC 9(05).
       01  WS-KEY-FIRST-DT     PIC X(17).
       01  WS-KEY-LAST-DT      PIC X(17).
       01  WS-KEY-REJECT-FLAG  PIC X(1).
       01  WS-KEY-REJECT-BY    PIC X(08).
       01  WS-TOTALS.
           05 WS-OPERATOR-COUNT  PIC 9(05) VALUE ZERO.
           05 WS-AFTER-HOURS-TOT PIC 9(05) VALUE ZERO.
           05 WS-UNKNOWN-TOT     PIC 9(05) VALUE ZERO.
           05 WS-INACTIVE-TOT    PIC 9(05) VALUE ZERO.
           05 WS-CLERK-S-TOT     PIC 9(05) VALUE ZERO.
           05 WS-REPEAT-KEY-TOT  PIC 9(05) VALUE ZERO.
           05 WS-DEL-REJECT-TOT  PIC 9(05) VALUE ZERO.

       01  RPT-HEADER-LINE-1.
           05 FILLER           PIC X(40)
               VALUE "OPERATOR ACTIVITY AND DUTIES EXCEPTIONS".
       01  RPT-HEADER-LINE-2.
           05 FILLER           PIC X(08) VALUE "PERIOD ".
           05 RPT-HDR-FROM     PIC X(08).
           05 FILLER           PIC X(04) VALUE " TO ".
           05 RPT-HDR-TO       PIC X(08).
           05 FILLER           PIC X(18) VALUE "   BUSINESS HOURS ".
           05 RPT-HDR-START    PIC X(04).
           05 FILLER           PIC X(01) VALUE "-".
           05 RPT-HDR-END      PIC X(04).
           05 FILLER           PIC X(10) VALUE " MON-FRI".
       01  RPT-OPERATOR-LINE.
           05 FILLER           PIC X(09) VALUE "OPERATOR ".
           05 RPT-OPER-ID      PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RPT-OPER-NAME    PIC X(20).
           05 FILLER           PIC X(07) VALUE "  ROLE ".
           05 RPT-OPER-ROLE    PIC X(01).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RPT-OPER-STATE   PIC X(20).
       01  RPT-COUNT-HEADER.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 FILLER           PIC X(56) VALUE
           "  ADDS CHNGS  DELS  HELD APPRD REJTD  PEND".
       01  RPT-COUNT-LINE.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 RPT-ADDS         PIC ZZZZZ9.
           05 RPT-CHANGES      PIC ZZZZZ9.
           05 RPT-DELETES      PIC ZZZZZ9.
           05 RPT-HELD         PIC ZZZZZ9.
           05 RPT-APPROVED     PIC ZZZZZ9.
           05 RPT-REJECTED     PIC ZZZZZ9.
           05 RPT-PENDING      PIC ZZZZZ9.
       01  RPT-AFTER-HOURS-LINE.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 FILLER           PIC X(15) VALUE "** AFTER HOURS ".
           05 RPT-AH-DATETIME  PIC X(17).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 RPT-AH-ACTION    PIC X(06).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 RPT-AH-NUMBER    PIC X(06).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 RPT-AH-SUBJECT   PIC X(04).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 RPT-AH-TERM      PIC X(06).
       01  RPT-CLERK-S-LINE.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 FILLER           PIC X(32)
               VALUE "** CLERK STAMPED WITH ROLE S ON".
           05 RPT-CLERK-S-COUNT PIC ZZZZ9.
           05 FILLER           PIC X(12) VALUE " AUDIT LINES".
       01  RPT-SECTION-LINE.
           05 RPT-SECTION-TEXT PIC X(60).
       01  RPT-REPEAT-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RPT-RPT-NUMBER   PIC X(06).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 RPT-RPT-SUBJECT  PIC X(04).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 RPT-RPT-TERM     PIC X(06).
           05 FILLER           PIC X(09) VALUE " CHANGED ".
           05 RPT-RPT-COUNT    PIC ZZZZ9.
           05 FILLER           PIC X(13) VALUE " TIMES FIRST ".
           05 RPT-RPT-FIRST    PIC X(08).
           05 FILLER           PIC X(06) VALUE " LAST ".
           05 RPT-RPT-LAST     PIC X(08).
       01  RPT-DELETE-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RPT-DEL-NUMBER   PIC X(06).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 RPT-DEL-SUBJECT  PIC X(04).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 RPT-DEL-TERM     PIC X(06).
           05 FILLER           PIC X(12) VALUE " DELETED BY ".
           05 RPT-DEL-OPERATOR PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 RPT-DEL-DATETIME PIC X(17).
           05 FILLER           PIC X(13) VALUE " REJECTED BY ".
           05 RPT-DEL-REJECTOR PIC X(08).
       01  RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL  PIC X(40).
           05 FILLER           PIC X(02) VALUE ": ".
           05 RPT-TOTAL-COUNT  PIC ZZZZ9.
           COPY RUNPARM.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       100-PRODUCE-OPERATOR-REPORT.
           PERFORM 205-BEGIN-RUN-CONTROL.
           IF WS-RUN-RESULT = 8
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 201-INITIATE-REPORT.
           SORT OPER-SORT-FILE
               ON ASCENDING KEY OSRT-OPERATOR
                                OSRT-DATETIME
               INPUT PROCEDURE IS 210-RELEASE-OPERATOR-ACTIVITY
               OUTPUT PROCEDURE IS 220-PRINT-OPERATOR-ACTIVITY.
           SORT KEY-SORT-FILE
               ON ASCENDING KEY KSRT-KEY
                                KSRT-DATETIME
               INPUT PROCEDURE IS 230-RELEASE-KEY-ACTIVITY
               OUTPUT PROCEDURE IS 240-PRINT-KEY-EXCEPTIONS.
           PERFORM 202-PRINT-TOTALS.
           PERFORM 204-CLOSE-FILES.
           PERFORM 206-END-RUN-CONTROL.
           GOBACK.

       201-INITIATE-REPORT.
           PERFORM 301-OPEN-FILES.
           PERFORM 302-GET-REPORT-PERIOD.
           MOVE RPT-HEADER-LINE-1 TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           MOVE WS-FROM-DATE TO RPT-HDR-FROM.
           MOVE WS-TO-DATE   TO RPT-HDR-TO.
           MOVE WS-DAY-START TO RPT-HDR-START.
           MOVE WS-DAY-END   TO RPT-HDR-END.
           MOVE RPT-HEADER-LINE-2 TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.

       202-PRINT-TOTALS.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           MOVE "OPERATORS WITH ACTIVITY" TO RPT-TOTAL-LABEL.
           MOVE WS-OPERATOR-COUNT TO RPT-TOTAL-COUNT.
           PERFORM 303-WRITE-TOTAL-LINE.
           MOVE "AUDIT LINES OUTSIDE BUSINESS HOURS" TO RPT-TOTAL-LABEL.
           MOVE WS-AFTER-HOURS-TOT TO RPT-TOTAL-COUNT.
           PERFORM 303-WRITE-TOTAL-LINE.
           MOVE "OPERATOR IDS NOT ON OPERATOR MASTER"
               TO RPT-TOTAL-LABEL.
           MOVE WS-UNKNOWN-TOT TO RPT-TOTAL-COUNT.
           PERFORM 303-WRITE-TOTAL-LINE.
           MOVE "OPERATOR IDS NOW INACTIVE" TO RPT-TOTAL-LABEL.
           MOVE WS-INACTIVE-TOT TO RPT-TOTAL-COUNT.
           PERFORM 303-WRITE-TOTAL-LINE.
           MOVE "CLERKS STAMPED WITH SUPERVISOR ROLE"
               TO RPT-TOTAL-LABEL.
           MOVE WS-CLERK-S-TOT TO RPT-TOTAL-COUNT.
           PERFORM 303-WRITE-TOTAL-LINE.
           MOVE "STUDENT KEYS CHANGED MORE THAN ONCE"
               TO RPT-TOTAL-LABEL.
           MOVE WS-REPEAT-KEY-TOT TO RPT-TOTAL-COUNT.
           PERFORM 303-WRITE-TOTAL-LINE.
           MOVE "DELETES AFTER A REJECTED CHANGE" TO RPT-TOTAL-LABEL.
           MOVE WS-DEL-REJECT-TOT TO RPT-TOTAL-COUNT.
           PERFORM 303-WRITE-TOTAL-LINE.

       204-CLOSE-FILES.
           IF WS-OPMS-OPEN-FLAG = "Y"
               CLOSE OPERATOR-MASTER-FILE
           END-IF.
           CLOSE REPORT-FILE.

       205-BEGIN-RUN-CONTROL.
           MOVE "B" TO WS-RUN-FUNCTION.
           MOVE "OPERRPT" TO WS-RUN-PROGRAM.
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
           MOVE WS-OPERATOR-COUNT TO WS-RUN-RECORDS.
           COMPUTE WS-RUN-EXCEPTIONS =
               WS-AFTER-HOURS-TOT + WS-UNKNOWN-TOT + WS-INACTIVE-TOT +
               WS-CLERK-S-TOT + WS-REPEAT-KEY-TOT + WS-DEL-REJECT-TOT.
           CALL "RUN_CTL" USING WS-RUN-FUNCTION, WS-RUN-PROGRAM,
                                WS-RUN-PREDECESSOR, WS-RUN-ONCE-ONLY,
                                WS-RUN-BUS-DATE, WS-RUN-STEP-RC,
                                WS-RUN-RECORDS, WS-RUN-EXCEPTIONS,
                                WS-RUN-RESULT.
           MOVE WS-RUN-STEP-RC TO RETURN-CODE.

       210-RELEASE-OPERATOR-ACTIVITY.
           PERFORM 310-OPEN-AUDIT-ARCHIVE.
           PERFORM 211-RELEASE-AUDIT-LINE
               UNTIL WS-AUD-EOF-FLAG = "YES".
           PERFORM 312-OPEN-PENDING-FILE.
           PERFORM 212-RELEASE-PENDING-CHANGE
               UNTIL WS-PEND-EOF-FLAG = "YES".

       211-RELEASE-AUDIT-LINE.
           READ AUDIT-LOG-FILE
               AT END
                   MOVE "YES" TO WS-AUD-EOF-FLAG
                   CLOSE AUDIT-LOG-FILE
               NOT AT END
                   PERFORM 304-PARSE-AUDIT-LINE
                   IF WS-AUD-DATETIME (1:8) NOT < WS-FROM-DATE
                           AND WS-AUD-DATETIME (1:8) NOT > WS-TO-DATE
                       MOVE WS-AUD-OPERATOR TO OSRT-OPERATOR
                       MOVE WS-AUD-DATETIME TO OSRT-DATETIME
                       MOVE "A"             TO OSRT-SOURCE
                       MOVE WS-AUD-ACTION   TO OSRT-ACTION
                       MOVE WS-AUD-NUMBER   TO OSRT-NUMBER
                       MOVE WS-AUD-SUBJECT  TO OSRT-SUBJECT
                       MOVE WS-AUD-TERM     TO OSRT-TERM
                       MOVE WS-AUD-ROLE     TO OSRT-ROLE
                       MOVE SPACE           TO OSRT-PEND-STATUS
                       RELEASE OPER-SORT-RECORD
                   END-IF
           END-READ.

       212-RELEASE-PENDING-CHANGE.
           READ PENDING-CHANGE-FILE
               AT END
                   MOVE "YES" TO WS-PEND-EOF-FLAG
                   CLOSE PENDING-CHANGE-FILE
               NOT AT END
                   PERFORM 305-FORMAT-PENDING-DATETIME
                   IF WS-PEND-DATETIME (1:8) NOT < WS-FROM-DATE
                           AND WS-PEND-DATETIME (1:8) NOT > WS-TO-DATE
                       MOVE PEND-OPERATOR-ID    TO OSRT-OPERATOR
                       MOVE WS-PEND-DATETIME    TO OSRT-DATETIME
                       MOVE "P"                 TO OSRT-SOURCE
                       MOVE "HOLD"              TO OSRT-ACTION
                       MOVE PEND-STUDENT-NUMBER TO OSRT-NUMBER
                       MOVE PEND-SUBJECT-CODE   TO OSRT-SUBJECT
                       MOVE PEND-TERM-CODE      TO OSRT-TERM
                       MOVE SPACE               TO OSRT-ROLE
                       MOVE PEND-STATUS         TO OSRT-PEND-STATUS
                       RELEASE OPER-SORT-RECORD
                   END-IF
           END-READ.

       220-PRINT-OPERATOR-ACTIVITY.
           MOVE "SECTION 1 - ACTIVITY BY OPERATOR" TO RPT-SECTION-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           MOVE RPT-SECTION-LINE TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           MOVE "NO" TO WS-SORT-EOF-FLAG.
           MOVE "Y" TO WS-FIRST-FLAG.
           PERFORM 221-RETURN-OPERATOR-RECORD.
           PERFORM 222-PROCESS-OPERATOR-RECORD
               UNTIL WS-SORT-EOF-FLAG = "YES".
           IF WS-FIRST-FLAG = "N"
               PERFORM 307-CLOSE-OPERATOR
           ELSE
               MOVE "  NONE - NO OPERATOR ACTIVITY IN THE PERIOD"
                   TO REPORT-RECORD
               PERFORM 300-WRITE-REPORT-LINE
           END-IF.

       221-RETURN-OPERATOR-RECORD.
           RETURN OPER-SORT-FILE
               AT END
                   MOVE "YES" TO WS-SORT-EOF-FLAG
           END-RETURN.

       222-PROCESS-OPERATOR-RECORD.
           IF WS-FIRST-FLAG = "Y"
               PERFORM 306-START-NEW-OPERATOR
               MOVE "N" TO WS-FIRST-FLAG
           ELSE
               IF OSRT-OPERATOR NOT = WS-PREV-OPERATOR
                   PERFORM 307-CLOSE-OPERATOR
                   PERFORM 306-START-NEW-OPERATOR
               END-IF
           END-IF.
           IF OSRT-SOURCE = "P"
               PERFORM 308-COUNT-PENDING-OUTCOME
           ELSE
               PERFORM 309-COUNT-AUDIT-ACTION
           END-IF.
           PERFORM 221-RETURN-OPERATOR-RECORD.

       230-RELEASE-KEY-ACTIVITY.
           MOVE "NO" TO WS-AUD-EOF-FLAG.
           MOVE "NO" TO WS-PEND-EOF-FLAG.
           PERFORM 310-OPEN-AUDIT-ARCHIVE.
           PERFORM 231-RELEASE-KEY-AUDIT-LINE
               UNTIL WS-AUD-EOF-FLAG = "YES".
           PERFORM 312-OPEN-PENDING-FILE.
           PERFORM 232-RELEASE-KEY-REJECTION
               UNTIL WS-PEND-EOF-FLAG = "YES".

       231-RELEASE-KEY-AUDIT-LINE.
           READ AUDIT-LOG-FILE
               AT END
                   MOVE "YES" TO WS-AUD-EOF-FLAG
                   CLOSE AUDIT-LOG-FILE
               NOT AT END
                   PERFORM 304-PARSE-AUDIT-LINE
                   IF WS-AUD-DATETIME (1:8) NOT < WS-FROM-DATE
                           AND WS-AUD-DATETIME (1:8) NOT > WS-TO-DATE
                           AND (WS-AUD-ACTION = "CHANGE"
                                OR WS-AUD-ACTION = "DELETE")
                       MOVE WS-AUD-NUMBER   TO KSRT-NUMBER
                       MOVE WS-AUD-SUBJECT  TO KSRT-SUBJECT
                       MOVE WS-AUD-TERM     TO KSRT-TERM
                       MOVE WS-AUD-DATETIME TO KSRT-DATETIME
                       MOVE WS-AUD-ACTION (1:1) TO KSRT-TYPE
                       MOVE WS-AUD-OPERATOR TO KSRT-OPERATOR
                       MOVE SPACES          TO KSRT-APPROVER
                       RELEASE KEY-SORT-RECORD
                   END-IF
           END-READ.

       232-RELEASE-KEY-REJECTION.
           READ PENDING-CHANGE-FILE
               AT END
                   MOVE "YES" TO WS-PEND-EOF-FLAG
                   CLOSE PENDING-CHANGE-FILE
               NOT AT END
                   PERFORM 305-FORMAT-PENDING-DATETIME
                   IF PEND-STATUS = "R"
                           AND WS-PEND-DATETIME (1:8) NOT < WS-FROM-DATE
                           AND WS-PEND-DATETIME (1:8) NOT > WS-TO-DATE
                       MOVE PEND-STUDENT-NUMBER TO KSRT-NUMBER
                       MOVE PEND-SUBJECT-CODE   TO KSRT-SUBJECT
                       MOVE PEND-TERM-CODE      TO KSRT-TERM
                       MOVE WS-PEND-DATETIME    TO KSRT-DATETIME
                       MOVE "R"                 TO KSRT-TYPE
                       MOVE PEND-OPERATOR-ID    TO KSRT-OPERATOR
                       MOVE PEND-APPR-OPERATOR  TO KSRT-APPROVER
                       RELEASE KEY-SORT-RECORD
                   END-IF
           END-READ.

       240-PRINT-KEY-EXCEPTIONS.
           MOVE "SECTION 2 - STUDENT-KEY EXCEPTIONS"
               TO RPT-SECTION-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           MOVE RPT-SECTION-LINE TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           MOVE "NO" TO WS-SORT-EOF-FLAG.
           MOVE "Y" TO WS-FIRST-FLAG.
           PERFORM 241-RETURN-KEY-RECORD.
           PERFORM 242-PROCESS-KEY-RECORD
               UNTIL WS-SORT-EOF-FLAG = "YES".
           IF WS-FIRST-FLAG = "N"
               PERFORM 314-CLOSE-KEY
           END-IF.
           IF WS-REPEAT-KEY-TOT = ZERO AND WS-DEL-REJECT-TOT = ZERO
               MOVE "  NONE - NO STUDENT-KEY EXCEPTIONS IN THE PERIOD"
                   TO REPORT-RECORD
               PERFORM 300-WRITE-REPORT-LINE
           END-IF.

       241-RETURN-KEY-RECORD.
           RETURN KEY-SORT-FILE
               AT END
                   MOVE "YES" TO WS-SORT-EOF-FLAG
           END-RETURN.

       242-PROCESS-KEY-RECORD.
           IF WS-FIRST-FLAG = "Y"
               PERFORM 313-START-NEW-KEY
               MOVE "N" TO WS-FIRST-FLAG
           ELSE
               IF KSRT-KEY NOT = WS-PREV-KEY
                   PERFORM 314-CLOSE-KEY
                   PERFORM 313-START-NEW-KEY
               END-IF
           END-IF.
           EVALUATE KSRT-TYPE
               WHEN "R"
                   MOVE "Y" TO WS-KEY-REJECT-FLAG
                   MOVE KSRT-APPROVER TO WS-KEY-REJECT-BY
               WHEN "C"
                   ADD 1 TO WS-KEY-CHANGES
                   IF WS-KEY-CHANGES = 1
                       MOVE KSRT-DATETIME TO WS-KEY-FIRST-DT
                   END-IF
                   MOVE KSRT-DATETIME TO WS-KEY-LAST-DT
               WHEN "D"
                   IF WS-KEY-REJECT-FLAG = "Y"
                       PERFORM 315-PRINT-DELETE-AFTER-REJECT
                   END-IF
           END-EVALUATE.
           PERFORM 241-RETURN-KEY-RECORD.

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
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF OPMS-STATUS-FIELD = "00"
               MOVE "Y" TO WS-OPMS-OPEN-FLAG
           ELSE
               DISPLAY "OPERATOR MASTER NOT AVAILABLE - STATUS "
                   OPMS-STATUS-FIELD " - OPERATOR CHECKS SKIPPED"
           END-IF.

       302-GET-REPORT-PERIOD.
           DISPLAY "ENTER FROM-DATE TO-DATE DAY-START DAY-END "
               "(YYYYMMDD YYYYMMDD HHMM HHMM, BLANK FOR DEFAULTS)".
           ACCEPT WS-PARM-LINE.
           IF WS-PARM-LINE (1:8) NUMERIC
               MOVE WS-PARM-LINE (1:8) TO WS-FROM-DATE
           END-IF.
           IF WS-PARM-LINE (10:8) NUMERIC
               MOVE WS-PARM-LINE (10:8) TO WS-TO-DATE
           END-IF.
           IF WS-PARM-LINE (19:4) NUMERIC
               MOVE WS-PARM-LINE (19:4) TO WS-DAY-START
           END-IF.
           IF WS-PARM-LINE (24:4) NUMERIC
               MOVE WS-PARM-LINE (24:4) TO WS-DAY-END
           END-IF.

       303-WRITE-TOTAL-LINE.
           MOVE RPT-TOTAL-LINE TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.

       304-PARSE-AUDIT-LINE.
           MOVE SPACES TO WS-AUD-DATETIME.
           MOVE SPACES TO WS-AUD-OPERATOR.
           MOVE SPACES TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-NUMBER.
           MOVE SPACES TO WS-AUD-SUBJECT.
           MOVE SPACES TO WS-AUD-TERM.
           MOVE SPACES TO WS-AUD-BEFORE-NAME.
           MOVE SPACES TO WS-AUD-BEFORE-SCORE.
           MOVE SPACES TO WS-AUD-AFTER-NAME.
           MOVE SPACES TO WS-AUD-AFTER-SCORE.
           MOVE SPACES TO WS-AUD-BEFORE-STS.
           MOVE SPACES TO WS-AUD-AFTER-STS.
           MOVE SPACES TO WS-AUD-ROLE.
           MOVE SPACES TO WS-AUD-REST.
           UNSTRING AUDIT-RECORD DELIMITED BY ','
               INTO WS-AUD-DATETIME, WS-AUD-OPERATOR, WS-AUD-ACTION,
                    WS-AUD-NUMBER, WS-AUD-SUBJECT, WS-AUD-TERM,
                    WS-AUD-BEFORE-NAME, WS-AUD-BEFORE-SCORE,
                    WS-AUD-AFTER-NAME, WS-AUD-AFTER-SCORE,
                    WS-AUD-BEFORE-STS, WS-AUD-AFTER-STS,
                    WS-AUD-ROLE, WS-AUD-REST
           END-UNSTRING.

       305-FORMAT-PENDING-DATETIME.
           MOVE PEND-DATE TO WS-PEND-DT-DATE.
           MOVE PEND-TIME TO WS-PEND-DT-TIME.

       306-START-NEW-OPERATOR.
           MOVE OSRT-OPERATOR TO WS-PREV-OPERATOR.
           MOVE ZERO TO WS-OPER-ADDS.
           MOVE ZERO TO WS-OPER-CHANGES.
           MOVE ZERO TO WS-OPER-DELETES.
           MOVE ZERO TO WS-OPER-HELD.
           MOVE ZERO TO WS-OPER-APPROVED.
           MOVE ZERO TO WS-OPER-REJECTED.
           MOVE ZERO TO WS-OPER-PENDING.
           MOVE ZERO TO WS-OPER-S-LINES.
           ADD 1 TO WS-OPERATOR-COUNT.
           PERFORM 306A-LOOK-UP-OPERATOR.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           MOVE WS-PREV-OPERATOR TO RPT-OPER-ID.
           MOVE WS-OPER-NAME     TO RPT-OPER-NAME.
           MOVE WS-OPER-ROLE     TO RPT-OPER-ROLE.
           EVALUATE WS-OPER-STATE
               WHEN "A"
                   MOVE "ACTIVE" TO RPT-OPER-STATE
               WHEN "I"
                   MOVE "** NOW INACTIVE" TO RPT-OPER-STATE
                   ADD 1 TO WS-INACTIVE-TOT
               WHEN "M"
                   MOVE "** NOT ON MASTER" TO RPT-OPER-STATE
                   ADD 1 TO WS-UNKNOWN-TOT
               WHEN OTHER
                   MOVE "NOT CHECKED" TO RPT-OPER-STATE
           END-EVALUATE.
           MOVE RPT-OPERATOR-LINE TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.

       306A-LOOK-UP-OPERATOR.
           MOVE SPACES TO WS-OPER-NAME.
           MOVE SPACE TO WS-OPER-ROLE.
           MOVE "U" TO WS-OPER-STATE.
           IF WS-OPMS-OPEN-FLAG = "Y"
               MOVE WS-PREV-OPERATOR TO OPER-MST-ID
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       MOVE "M" TO WS-OPER-STATE
                   NOT INVALID KEY
                       MOVE OPER-MST-NAME TO WS-OPER-NAME
                       MOVE OPER-MST-ROLE TO WS-OPER-ROLE
                       IF OPER-MST-STATUS = "A"
                           MOVE "A" TO WS-OPER-STATE
                       ELSE
                           MOVE "I" TO WS-OPER-STATE
                       END-IF
               END-READ
           END-IF.

       307-CLOSE-OPERATOR.
           MOVE RPT-COUNT-HEADER TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           MOVE WS-OPER-ADDS     TO RPT-ADDS.
           MOVE WS-OPER-CHANGES  TO RPT-CHANGES.
           MOVE WS-OPER-DELETES  TO RPT-DELETES.
           MOVE WS-OPER-HELD     TO RPT-HELD.
           MOVE WS-OPER-APPROVED TO RPT-APPROVED.
           MOVE WS-OPER-REJECTED TO RPT-REJECTED.
           MOVE WS-OPER-PENDING  TO RPT-PENDING.
           MOVE RPT-COUNT-LINE TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           IF WS-OPER-ROLE = "C" AND WS-OPER-S-LINES > ZERO
               MOVE WS-OPER-S-LINES TO RPT-CLERK-S-COUNT
               MOVE RPT-CLERK-S-LINE TO REPORT-RECORD
               PERFORM 300-WRITE-REPORT-LINE
               ADD 1 TO WS-CLERK-S-TOT
           END-IF.

       308-COUNT-PENDING-OUTCOME.
           EVALUATE OSRT-PEND-STATUS
               WHEN "A"
                   ADD 1 TO WS-OPER-APPROVED
               WHEN "R"
                   ADD 1 TO WS-OPER-REJECTED
               WHEN OTHER
                   ADD 1 TO WS-OPER-PENDING
           END-EVALUATE.

       309-COUNT-AUDIT-ACTION.
           EVALUATE OSRT-ACTION
               WHEN "ADD"
                   ADD 1 TO WS-OPER-ADDS
               WHEN "CHANGE"
                   ADD 1 TO WS-OPER-CHANGES
               WHEN "DELETE"
                   ADD 1 TO WS-OPER-DELETES
               WHEN "HOLD"
                   ADD 1 TO WS-OPER-HELD
           END-EVALUATE.
           IF OSRT-ROLE = "S"
               ADD 1 TO WS-OPER-S-LINES
           END-IF.
           PERFORM 311-CHECK-BUSINESS-HOURS.
           IF WS-AFTER-HOURS-FLAG = "Y"
               MOVE OSRT-DATETIME TO RPT-AH-DATETIME
               MOVE OSRT-ACTION   TO RPT-AH-ACTION
               MOVE OSRT-NUMBER   TO RPT-AH-NUMBER
               MOVE OSRT-SUBJECT  TO RPT-AH-SUBJECT
               MOVE OSRT-TERM     TO RPT-AH-TERM
               MOVE RPT-AFTER-HOURS-LINE TO REPORT-RECORD
               PERFORM 300-WRITE-REPORT-LINE
               ADD 1 TO WS-AFTER-HOURS-TOT
           END-IF.

       310-OPEN-AUDIT-ARCHIVE.
           OPEN INPUT AUDIT-LOG-FILE.
           IF AUD-STATUS-FIELD NOT = "00"
               DISPLAY "UNABLE TO OPEN AUDIT ARCHIVE FILE - STATUS "
                   AUD-STATUS-FIELD
               MOVE "YES" TO WS-AUD-EOF-FLAG
           END-IF.

       311-CHECK-BUSINESS-HOURS.
           MOVE "N" TO WS-AFTER-HOURS-FLAG.
           MOVE OSRT-DATETIME (1:8)  TO WS-LINE-DATE.
           MOVE OSRT-DATETIME (10:4) TO WS-LINE-HHMM.
           IF WS-LINE-HHMM < WS-DAY-START
                   OR WS-LINE-HHMM NOT < WS-DAY-END
               MOVE "Y" TO WS-AFTER-HOURS-FLAG
           END-IF.
           IF WS-LINE-DATE NUMERIC
               MOVE WS-LINE-DATE TO WS-CHECK-DATE
               COMPUTE WS-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE (WS-CHECK-DATE)
               DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-DAY-QUOTIENT
                   REMAINDER WS-WEEKDAY
               IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
                   MOVE "Y" TO WS-AFTER-HOURS-FLAG
               END-IF
           END-IF.

       312-OPEN-PENDING-FILE.
           OPEN INPUT PENDING-CHANGE-FILE.
           IF PEND-STATUS-FIELD NOT = "00"
               IF PEND-STATUS-FIELD NOT = "35"
                   DISPLAY "UNABLE TO OPEN PENDING CHANGE FILE - "
                       "STATUS " PEND-STATUS-FIELD
               END-IF
               MOVE "YES" TO WS-PEND-EOF-FLAG
           END-IF.

       313-START-NEW-KEY.
           MOVE KSRT-KEY TO WS-PREV-KEY.
           MOVE ZERO TO WS-KEY-CHANGES.
           MOVE SPACES TO WS-KEY-FIRST-DT.
           MOVE SPACES TO WS-KEY-LAST-DT.
           MOVE "N" TO WS-KEY-REJECT-FLAG.
           MOVE SPACES TO WS-KEY-REJECT-BY.

       314-CLOSE-KEY.
           IF WS-KEY-CHANGES > 1
               MOVE WS-PREV-NUMBER  TO RPT-RPT-NUMBER
               MOVE WS-PREV-SUBJECT TO RPT-RPT-SUBJECT
               MOVE WS-PREV-TERM    TO RPT-RPT-TERM
               MOVE WS-KEY-CHANGES  TO RPT-RPT-COUNT
               MOVE WS-KEY-FIRST-DT (1:8) TO RPT-RPT-FIRST
               MOVE WS-KEY-LAST-DT (1:8)  TO RPT-RPT-LAST
               MOVE RPT-REPEAT-LINE TO REPORT-RECORD
               PERFORM 300-WRITE-REPORT-LINE
               ADD 1 TO WS-REPEAT-KEY-TOT
           END-IF.

       315-PRINT-DELETE-AFTER-REJECT.
           MOVE KSRT-NUMBER      TO RPT-DEL-NUMBER.
           MOVE KSRT-SUBJECT     TO RPT-DEL-SUBJECT.
           MOVE KSRT-TERM        TO RPT-DEL-TERM.
           MOVE KSRT-OPERATOR    TO RPT-DEL-OPERATOR.
           MOVE KSRT-DATETIME    TO RPT-DEL-DATETIME.
           MOVE WS-KEY-REJECT-BY TO RPT-DEL-REJECTOR.
           MOVE RPT-DELETE-LINE TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           ADD 1 TO WS-DEL-REJECT-TOT.

       END PROGRAM "OPER_RPT".

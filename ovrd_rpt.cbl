       IDENTIFICATION DIVISION.
       PROGRAM-ID. "OVRD_RPT".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT  AUDIT-LOG-FILE
                     ASSIGN TO AUDARCH
                       ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS AUD-STATUS-FIELD.
       SELECT  REPORT-FILE
                     ASSIGN TO OVRDRPT
                       ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS RPT-STATUS-FIELD.
       SELECT  SORT-WORK-FILE
                     ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       01 AUDIT-RECORD                PIC X(100).

       FD  REPORT-FILE.
       01 REPORT-RECORD             PIC X(80).

       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-TERM            PIC X(06).
           05 SORT-DATETIME        PIC X(17).
           05 SORT-OPERATOR        PIC X(08).
           05 SORT-NUMBER          PIC X(06).
           05 SORT-SUBJECT         PIC X(04).
           05 SORT-REQUIRED        PIC X(04).

       WORKING-STORAGE SECTION.
       01  AUD-STATUS-FIELD    PIC X(2).
       01  RPT-STATUS-FIELD    PIC X(2).
       01  CONTROL-FIELDS.
           05 WS-AUD-EOF-FLAG  PIC X(3) VALUE "NO".
           05 WS-SORT-EOF-FLAG PIC X(3) VALUE "NO".
           05 WS-FIRST-FLAG    PIC X(1) VALUE "Y".
       01  WS-TERM-CODE-IN     PIC X(06).
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
       01  WS-AUD-OVERRIDE     PIC X(01).
       01  WS-AUD-REQUIRED     PIC X(04).
       01  WS-PREV-TERM        PIC X(06) VALUE SPACES.
       01  WS-TERM-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-GRAND-COUNT      PIC 9(05) VALUE ZERO.

       01  RPT-HEADER-LINE-1.
           05 FILLER           PIC X(36)
               VALUE "PREREQUISITE OVERRIDES GRANTED".
           05 RPT-HDR-SCOPE    PIC X(20).
       01  RPT-SECTION-LINE.
           05 FILLER           PIC X(05) VALUE "TERM ".
           05 RPT-SECT-TERM    PIC X(06).
       01  RPT-HEADER-LINE-2.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(19) VALUE "DATE-TIME".
           05 FILLER           PIC X(10) VALUE "OPERATOR".
           05 FILLER           PIC X(08) VALUE "NUMBER".
           05 FILLER           PIC X(06) VALUE "SUBJ".
           05 FILLER           PIC X(14) VALUE "PREREQ NOT MET".
       01  RPT-DETAIL-LINE.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RPT-DATETIME       PIC X(17).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RPT-OPERATOR       PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RPT-NUMBER         PIC X(06).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RPT-SUBJECT        PIC X(04).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RPT-REQUIRED       PIC X(04).
       01  RPT-TERM-TOTAL-LINE.
           05 FILLER           PIC X(25)
               VALUE "  OVERRIDES IN TERM".
           05 FILLER           PIC X(02) VALUE ": ".
           05 RPT-TERM-TOTAL   PIC ZZZZ9.
       01  RPT-GRAND-LINE.
           05 FILLER           PIC X(25)
               VALUE "TOTAL OVERRIDES".
           05 FILLER           PIC X(02) VALUE ": ".
           05 RPT-GRAND-TOTAL  PIC ZZZZ9.
           COPY RUNPARM.

       LINKAGE SECTION.
       PROCEDURE DIVISION.
       100-PRODUCE-OVERRIDE-LIST.
           PERFORM 202-BEGIN-RUN-CONTROL.
           IF WS-RUN-RESULT = 8
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 201-INITIATE-REPORT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-TERM
                                SORT-DATETIME
               INPUT PROCEDURE IS 210-RELEASE-OVERRIDE-LINES
               OUTPUT PROCEDURE IS 220-PRINT-SORTED-REPORT.
           PERFORM 204-CLOSE-FILES.
           PERFORM 203-END-RUN-CONTROL.
           GOBACK.

       201-INITIATE-REPORT.
           PERFORM 301-OPEN-FILES.
           PERFORM 302-GET-TERM-CODE.

       202-BEGIN-RUN-CONTROL.
           MOVE "B" TO WS-RUN-FUNCTION.
           MOVE "OVRDRPT" TO WS-RUN-PROGRAM.
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
           CLOSE AUDIT-LOG-FILE.
           CLOSE REPORT-FILE.

       210-RELEASE-OVERRIDE-LINES.
           PERFORM 303-READ-NEXT-LINE.
           PERFORM 211-RELEASE-ONE-LINE
               UNTIL WS-AUD-EOF-FLAG = "YES".

       211-RELEASE-ONE-LINE.
           PERFORM 304-PARSE-AUDIT-LINE.
           IF WS-AUD-OVERRIDE = "P"
                   AND (WS-TERM-CODE-IN = SPACES
                        OR WS-AUD-TERM = WS-TERM-CODE-IN)
               MOVE WS-AUD-TERM     TO SORT-TERM
               MOVE WS-AUD-DATETIME TO SORT-DATETIME
               MOVE WS-AUD-OPERATOR TO SORT-OPERATOR
               MOVE WS-AUD-NUMBER   TO SORT-NUMBER
               MOVE WS-AUD-SUBJECT  TO SORT-SUBJECT
               MOVE WS-AUD-REQUIRED TO SORT-REQUIRED
               RELEASE SORT-RECORD
           END-IF.
           PERFORM 303-READ-NEXT-LINE.

       220-PRINT-SORTED-REPORT.
           IF WS-TERM-CODE-IN = SPACES
               MOVE " - ALL TERMS" TO RPT-HDR-SCOPE
           ELSE
               MOVE SPACES TO RPT-HDR-SCOPE
               STRING " - TERM "           DELIMITED BY SIZE
                      WS-TERM-CODE-IN      DELIMITED BY SIZE
                      INTO RPT-HDR-SCOPE
               END-STRING
           END-IF.
           MOVE RPT-HEADER-LINE-1 TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           PERFORM 221-RETURN-NEXT-RECORD.
           PERFORM 222-PROCESS-SORTED-RECORD
               UNTIL WS-SORT-EOF-FLAG = "YES".
           IF WS-FIRST-FLAG = "N"
               PERFORM 307-PRINT-TERM-TOTAL
           ELSE
               MOVE "  NONE - NO PREREQUISITE OVERRIDES ON FILE"
                   TO REPORT-RECORD
               PERFORM 300-WRITE-REPORT-LINE
           END-IF.
           MOVE WS-GRAND-COUNT TO RPT-GRAND-TOTAL.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           MOVE RPT-GRAND-LINE TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.

       221-RETURN-NEXT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "YES" TO WS-SORT-EOF-FLAG
           END-RETURN.

       222-PROCESS-SORTED-RECORD.
           IF WS-FIRST-FLAG = "Y"
               PERFORM 306-START-NEW-TERM
               MOVE "N" TO WS-FIRST-FLAG
           ELSE
               IF SORT-TERM NOT = WS-PREV-TERM
                   PERFORM 307-PRINT-TERM-TOTAL
                   PERFORM 306-START-NEW-TERM
               END-IF
           END-IF.
           PERFORM 305-PRINT-DETAIL-LINE.
           PERFORM 221-RETURN-NEXT-RECORD.

       300-WRITE-REPORT-LINE.
           WRITE REPORT-RECORD.
           IF RPT-STATUS-FIELD NOT = "00"
               DISPLAY "UNABLE TO WRITE REPORT FILE - STATUS "
                   RPT-STATUS-FIELD
           END-IF.

       301-OPEN-FILES.
           OPEN INPUT AUDIT-LOG-FILE.
           IF AUD-STATUS-FIELD NOT = "00"
               DISPLAY "UNABLE TO OPEN AUDIT ARCHIVE FILE - STATUS "
                   AUD-STATUS-FIELD
               MOVE "YES" TO WS-AUD-EOF-FLAG
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF RPT-STATUS-FIELD NOT = "00"
               DISPLAY "UNABLE TO OPEN REPORT FILE - STATUS "
                   RPT-STATUS-FIELD
               MOVE "YES" TO WS-AUD-EOF-FLAG
           END-IF.

       302-GET-TERM-CODE.
           DISPLAY "ENTER TERM CODE FOR OVERRIDE LISTING "
               "(BLANK FOR ALL)".
           ACCEPT WS-TERM-CODE-IN.

       303-READ-NEXT-LINE.
           READ AUDIT-LOG-FILE
               AT END
                   MOVE "YES" TO WS-AUD-EOF-FLAG
           END-READ.

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
           MOVE SPACES TO WS-AUD-OVERRIDE.
           MOVE SPACES TO WS-AUD-REQUIRED.
           UNSTRING AUDIT-RECORD DELIMITED BY ','
               INTO WS-AUD-DATETIME, WS-AUD-OPERATOR, WS-AUD-ACTION,
                    WS-AUD-NUMBER, WS-AUD-SUBJECT, WS-AUD-TERM,
                    WS-AUD-BEFORE-NAME, WS-AUD-BEFORE-SCORE,
                    WS-AUD-AFTER-NAME, WS-AUD-AFTER-SCORE,
                    WS-AUD-BEFORE-STS, WS-AUD-AFTER-STS,
                    WS-AUD-ROLE, WS-AUD-OVERRIDE, WS-AUD-REQUIRED
           END-UNSTRING.

       305-PRINT-DETAIL-LINE.
           MOVE SORT-DATETIME TO RPT-DATETIME.
           MOVE SORT-OPERATOR TO RPT-OPERATOR.
           MOVE SORT-NUMBER   TO RPT-NUMBER.
           MOVE SORT-SUBJECT  TO RPT-SUBJECT.
           MOVE SORT-REQUIRED TO RPT-REQUIRED.
           MOVE RPT-DETAIL-LINE TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           ADD 1 TO WS-TERM-COUNT.
           ADD 1 TO WS-GRAND-COUNT.

       306-START-NEW-TERM.
           MOVE SORT-TERM TO WS-PREV-TERM.
           MOVE ZERO TO WS-TERM-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           MOVE WS-PREV-TERM TO RPT-SECT-TERM.
           MOVE RPT-SECTION-LINE TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.
           MOVE RPT-HEADER-LINE-2 TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.

       307-PRINT-TERM-TOTAL.
           MOVE WS-TERM-COUNT TO RPT-TERM-TOTAL.
           MOVE RPT-TERM-TOTAL-LINE TO REPORT-RECORD.
           PERFORM 300-WRITE-REPORT-LINE.

       END PROGRAM "OVRD_RPT".

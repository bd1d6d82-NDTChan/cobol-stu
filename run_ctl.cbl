       IDENTIFICATION DIVISION.
       PROGRAM-ID. "RUN_CTL".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT  RUN-CONTROL-FILE
                     ASSIGN TO RUNCTL
                       ORGANIZATION IS INDEXED
                         RECORD KEY IS RUN-CTL-KEY
                           ACCESS MODE IS DYNAMIC
                             FILE STATUS IS CTL-STATUS-FIELD.
       SELECT  RUN-DATE-FILE
                     ASSIGN TO RUNDATE
                       ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS DATE-STATUS-FIELD.
       SELECT  RUN-FORCE-FILE
                     ASSIGN TO RUNFORCE
                       ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS FORCE-STATUS-FIELD.
       SELECT  OPERATOR-MASTER-FILE
                     ASSIGN TO OPERMST
                       ORGANIZATION IS INDEXED
                         RECORD KEY IS OPER-MST-ID
                           ACCESS MODE IS RANDOM
                             FILE STATUS IS OPMS-STATUS-FIELD.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-DATE-FILE.
       01 RUN-DATE-RECORD           PIC X(08).

       FD  RUN-FORCE-FILE.
       01 RUN-FORCE-RECORD          PIC X(08).

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMST.

       WORKING-STORAGE SECTION.
       01  CTL-STATUS-FIELD    PIC X(2).
       01  DATE-STATUS-FIELD   PIC X(2).
       01  FORCE-STATUS-FIELD  PIC X(2).
       01  OPMS-STATUS-FIELD   PIC X(2).
       01  WS-CTL-OPEN-FLAG    PIC X(1) VALUE "N".
       01  WS-RUN-ACTIVE-FLAG  PIC X(1) VALUE "N".
       01  WS-SAVED-KEY        PIC X(30) VALUE SPACES.
       01  WS-SCAN-EOF-FLAG    PIC X(3) VALUE "NO".
       01  WS-FIND-PROGRAM     PIC X(08).
       01  WS-COMPLETED-FLAG   PIC X(1).
       01  WS-CHECK-FAILED     PIC X(1) VALUE SPACE.
       01  WS-FORCED-FLAG      PIC X(1) VALUE "N".
       01  WS-FORCE-ID         PIC X(08) VALUE SPACES.
       01  WS-DATE-CARD        PIC X(08) VALUE SPACES.
       01  WS-TODAY-DATE       PIC 9(08).
       01  WS-NOW-TIME         PIC 9(08).
       01  WS-NOW-TIME-X REDEFINES WS-NOW-TIME.
           05 WS-NOW-HHMMSS    PIC X(06).
           05 FILLER           PIC X(02).

       LINKAGE SECTION.
           01 LS-FUNCTION PIC X(01).
           01 LS-PROGRAM PIC X(08).
           01 LS-PREDECESSOR PIC X(08).
           01 LS-ONCE-ONLY PIC X(01).
           01 LS-BUS-DATE PIC X(08).
           01 LS-STEP-RC PIC 9(04).
           01 LS-RECORDS PIC 9(07).
           01 LS-EXCEPTIONS PIC 9(07).
           01 LS-RESULT PIC 9(01).
       PROCEDURE DIVISION USING LS-FUNCTION, LS-PROGRAM,
               LS-PREDECESSOR, LS-ONCE-ONLY, LS-BUS-DATE, LS-STEP-RC,
               LS-RECORDS, LS-EXCEPTIONS, LS-RESULT.
       100-PROCESS-RUN-CONTROL.
           MOVE ZERO TO LS-RESULT.
           EVALUATE LS-FUNCTION
               WHEN "B"
                   PERFORM 201-BEGIN-RUN
               WHEN "E"
                   PERFORM 202-END-RUN
               WHEN OTHER
                   DISPLAY "RUN CONTROL: UNKNOWN FUNCTION "
                       LS-FUNCTION
                   MOVE 8 TO LS-RESULT
           END-EVALUATE.
           EXIT PROGRAM.

       201-BEGIN-RUN.
           PERFORM 301-RESOLVE-BUSINESS-DATE.
           PERFORM 302-OPEN-RUN-CONTROL.
           IF WS-CTL-OPEN-FLAG = "N"
               DISPLAY "RUN CONTROL FILE NOT AVAILABLE - " LS-PROGRAM
                   " NOT STARTED"
               MOVE 8 TO LS-RESULT
           ELSE
               PERFORM 203-CHECK-RUN-ORDER
               PERFORM 204-LOG-RUN-START
               CLOSE RUN-CONTROL-FILE
           END-IF.

       202-END-RUN.
           IF WS-RUN-ACTIVE-FLAG NOT = "Y"
               DISPLAY "RUN CONTROL: NO RUN STARTED FOR " LS-PROGRAM
                   " - END NOT LOGGED"
               MOVE 8 TO LS-RESULT
           ELSE
               PERFORM 302-OPEN-RUN-CONTROL
               IF WS-CTL-OPEN-FLAG = "N"
                   DISPLAY "RUN CONTROL FILE NOT AVAILABLE - END OF "
                       LS-PROGRAM " NOT LOGGED"
                   MOVE 8 TO LS-RESULT
               ELSE
                   PERFORM 205-LOG-RUN-END
                   CLOSE RUN-CONTROL-FILE
               END-IF
               MOVE "N" TO WS-RUN-ACTIVE-FLAG
           END-IF.

       203-CHECK-RUN-ORDER.
           MOVE SPACE TO WS-CHECK-FAILED.
           IF LS-PREDECESSOR NOT = SPACES
               MOVE LS-PREDECESSOR TO WS-FIND-PROGRAM
               PERFORM 303-FIND-COMPLETED-RUN
               IF WS-COMPLETED-FLAG = "N"
                   DISPLAY "RUN CONTROL: " LS-PREDECESSOR
                       " HAS NOT COMPLETED FOR " LS-BUS-DATE
                   MOVE "P" TO WS-CHECK-FAILED
               END-IF
           END-IF.
           IF LS-ONCE-ONLY = "Y"
               MOVE LS-PROGRAM TO WS-FIND-PROGRAM
               PERFORM 303-FIND-COMPLETED-RUN
               IF WS-COMPLETED-FLAG = "Y"
                   DISPLAY "RUN CONTROL: " LS-PROGRAM
                       " ALREADY COMPLETED FOR " LS-BUS-DATE
                   IF WS-CHECK-FAILED = "P"
                       MOVE "B" TO WS-CHECK-FAILED
                   ELSE
                       MOVE "D" TO WS-CHECK-FAILED
                   END-IF
               END-IF
           END-IF.
           MOVE "N" TO WS-FORCED-FLAG.
           MOVE SPACES TO WS-FORCE-ID.
           IF WS-CHECK-FAILED NOT = SPACE
               PERFORM 304-CHECK-SUPERVISOR-FORCE
           END-IF.

       204-LOG-RUN-START.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE LS-BUS-DATE TO RUN-CTL-BUS-DATE.
           MOVE LS-PROGRAM  TO RUN-CTL-PROGRAM.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-TODAY-DATE  TO RUN-CTL-START-DATE.
           MOVE WS-NOW-HHMMSS  TO RUN-CTL-START-TIME.
           MOVE ZERO TO RUN-CTL-RC.
           MOVE ZERO TO RUN-CTL-RECORDS.
           MOVE ZERO TO RUN-CTL-EXCEPTIONS.
           MOVE WS-CHECK-FAILED TO RUN-CTL-CHECK.
           MOVE WS-FORCED-FLAG  TO RUN-CTL-FORCED.
           MOVE WS-FORCE-ID     TO RUN-CTL-FORCED-BY.
           IF WS-CHECK-FAILED NOT = SPACE AND WS-FORCED-FLAG = "N"
               MOVE "X" TO RUN-CTL-STATUS
               MOVE 8 TO RUN-CTL-RC
               MOVE WS-TODAY-DATE TO RUN-CTL-END-DATE
               MOVE WS-NOW-HHMMSS TO RUN-CTL-END-TIME
               MOVE 8 TO LS-RESULT
               DISPLAY "RUN CONTROL: " LS-PROGRAM " REFUSED FOR "
                   LS-BUS-DATE " - SUPERVISOR FORCE REQUIRED"
           ELSE
               MOVE "R" TO RUN-CTL-STATUS
               IF WS-FORCED-FLAG = "Y"
                   MOVE 4 TO LS-RESULT
                   DISPLAY "RUN CONTROL: " LS-PROGRAM " FORCED BY "
                       WS-FORCE-ID " FOR " LS-BUS-DATE
               END-IF
           END-IF.
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "RUN CONTROL FILE WRITE ERROR - STATUS "
                       CTL-STATUS-FIELD
                   MOVE 8 TO LS-RESULT
           END-WRITE.
           IF LS-RESULT NOT = 8
               MOVE RUN-CTL-KEY TO WS-SAVED-KEY
               MOVE "Y" TO WS-RUN-ACTIVE-FLAG
           END-IF.

       205-LOG-RUN-END.
           MOVE WS-SAVED-KEY TO RUN-CTL-KEY.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   DISPLAY "RUN CONTROL: START RECORD FOR " LS-PROGRAM
                       " NOT FOUND - END NOT LOGGED"
                   MOVE 8 TO LS-RESULT
               NOT INVALID KEY
                   ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-NOW-TIME FROM TIME
                   MOVE WS-TODAY-DATE TO RUN-CTL-END-DATE
                   MOVE WS-NOW-HHMMSS TO RUN-CTL-END-TIME
                   MOVE LS-STEP-RC    TO RUN-CTL-RC
                   MOVE LS-RECORDS    TO RUN-CTL-RECORDS
                   MOVE LS-EXCEPTIONS TO RUN-CTL-EXCEPTIONS
                   IF LS-STEP-RC < 8
                       MOVE "C" TO RUN-CTL-STATUS
                   ELSE
                       MOVE "F" TO RUN-CTL-STATUS
                   END-IF
                   REWRITE RUN-CONTROL-RECORD
                       INVALID KEY
                           DISPLAY "RUN CONTROL FILE REWRITE ERROR - "
                               "STATUS " CTL-STATUS-FIELD
                           MOVE 8 TO LS-RESULT
                   END-REWRITE
           END-READ.

       301-RESOLVE-BUSINESS-DATE.
           IF LS-BUS-DATE NOT NUMERIC
               MOVE SPACES TO WS-DATE-CARD
               OPEN INPUT RUN-DATE-FILE
               IF DATE-STATUS-FIELD = "00"
                   READ RUN-DATE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE RUN-DATE-RECORD TO WS-DATE-CARD
                   END-READ
                   CLOSE RUN-DATE-FILE
               END-IF
               IF WS-DATE-CARD NUMERIC
                   MOVE WS-DATE-CARD TO LS-BUS-DATE
               ELSE
                   ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
                   MOVE WS-TODAY-DATE TO LS-BUS-DATE
               END-IF
           END-IF.

       302-OPEN-RUN-CONTROL.
           MOVE "N" TO WS-CTL-OPEN-FLAG.
           OPEN I-O RUN-CONTROL-FILE.
           IF CTL-STATUS-FIELD = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
               IF CTL-STATUS-FIELD = "00"
                   CLOSE RUN-CONTROL-FILE
                   OPEN I-O RUN-CONTROL-FILE
               END-IF
           END-IF.
           IF CTL-STATUS-FIELD = "00"
               MOVE "Y" TO WS-CTL-OPEN-FLAG
           ELSE
               DISPLAY "RUN CONTROL FILE ERROR - STATUS "
                   CTL-STATUS-FIELD
           END-IF.

       303-FIND-COMPLETED-RUN.
           MOVE "N" TO WS-COMPLETED-FLAG.
           MOVE "NO" TO WS-SCAN-EOF-FLAG.
           MOVE LS-BUS-DATE     TO RUN-CTL-BUS-DATE.
           MOVE WS-FIND-PROGRAM TO RUN-CTL-PROGRAM.
           MOVE LOW-VALUES TO RUN-CTL-START-DATE.
           MOVE LOW-VALUES TO RUN-CTL-START-TIME.
           START RUN-CONTROL-FILE
               KEY NOT < RUN-CTL-KEY
               INVALID KEY
                   MOVE "YES" TO WS-SCAN-EOF-FLAG
           END-START.
           PERFORM 303A-READ-NEXT-RUN UNTIL WS-SCAN-EOF-FLAG = "YES".

       303A-READ-NEXT-RUN.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO WS-SCAN-EOF-FLAG
               NOT AT END
                   IF RUN-CTL-BUS-DATE NOT = LS-BUS-DATE
                           OR RUN-CTL-PROGRAM NOT = WS-FIND-PROGRAM
                       MOVE "YES" TO WS-SCAN-EOF-FLAG
                   ELSE
                       IF RUN-CTL-STATUS = "C"
                           MOVE "Y" TO WS-COMPLETED-FLAG
                           MOVE "YES" TO WS-SCAN-EOF-FLAG
                       END-IF
                   END-IF
           END-READ.

       304-CHECK-SUPERVISOR-FORCE.
           OPEN INPUT RUN-FORCE-FILE.
           IF FORCE-STATUS-FIELD = "00"
               READ RUN-FORCE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RUN-FORCE-RECORD TO WS-FORCE-ID
               END-READ
               CLOSE RUN-FORCE-FILE
           END-IF.
           IF WS-FORCE-ID NOT = SPACES
               OPEN INPUT OPERATOR-MASTER-FILE
               IF OPMS-STATUS-FIELD NOT = "00"
                   DISPLAY "OPERATOR MASTER NOT AVAILABLE - STATUS "
                       OPMS-STATUS-FIELD " - FORCE NOT ACCEPTED"
               ELSE
                   PERFORM 304A-READ-FORCING-OPERATOR
                   CLOSE OPERATOR-MASTER-FILE
               END-IF
               IF WS-FORCED-FLAG = "N"
                   MOVE SPACES TO WS-FORCE-ID
               END-IF
           END-IF.

       304A-READ-FORCING-OPERATOR.
           MOVE WS-FORCE-ID TO OPER-MST-ID.
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   DISPLAY "FORCE ID " WS-FORCE-ID
                       " NOT ON OPERATOR MASTER - FORCE NOT ACCEPTED"
               NOT INVALID KEY
                   IF OPER-MST-STATUS = "A" AND OPER-MST-ROLE = "S"
                       MOVE "Y" TO WS-FORCED-FLAG
                   ELSE
                       DISPLAY "FORCE ID " WS-FORCE-ID
                           " IS NOT AN ACTIVE SUPERVISOR - FORCE NOT "
                           "ACCEPTED"
                   END-IF
           END-READ.

       END PROGRAM "RUN_CTL".

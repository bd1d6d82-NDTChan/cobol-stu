       IDENTIFICATION DIVISION.
       PROGRAM-ID. "GRADE_SCALE".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT  GRADE-SCALE-FILE
                     ASSIGN TO GRDSCALE
                       ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS SCL-STATUS-FIELD.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-SCALE-FILE.
           COPY GRDSCALE.

       WORKING-STORAGE SECTION.
       01  SCL-STATUS-FIELD    PIC X(2).
       01  WS-SCALE-LOADED     PIC X(1) VALUE "N".
       01  WS-SCALE-ERROR      PIC X(1) VALUE "N".
       01  WS-SCL-EOF-FLAG     PIC X(3) VALUE "NO".
       01  WS-SCL-SUB          PIC 9(03) VALUE ZERO.
       01  WS-SCL-COUNT        PIC 9(03) VALUE ZERO.
       01  WS-SCL-TABLE.
           05 WS-SCL-ENTRY OCCURS 500 TIMES.
               10 WS-SCL-EFF-TERM  PIC X(06).
               10 WS-SCL-LOW-SCORE PIC 9(02).
               10 WS-SCL-LETTER    PIC X(01).
               10 WS-SCL-MODIFIER  PIC X(01).
               10 WS-SCL-POINTS    PIC 9(01)V9(02).
       01  WS-EFF-FOUND-FLAG   PIC X(1).
       01  WS-EFF-TERM         PIC X(06).
       01  WS-BAND-FOUND-FLAG  PIC X(1).
       01  WS-BAND-LOW-SCORE   PIC 9(02).

       LINKAGE SECTION.
           01 LS-FUNCTION PIC X(01).
           01 LS-TERM-CODE PIC X(06).
           01 LS-SCORE PIC 9(02).
           01 LS-LETTER-GRADE PIC X(01).
           01 LS-GRADE-MODIFIER PIC X(01).
           01 LS-GPA PIC 9(1)V9(02).
           01 LS-RETURN-CODE PIC 9(01).
       PROCEDURE DIVISION USING LS-FUNCTION, LS-TERM-CODE, LS-SCORE,
               LS-LETTER-GRADE, LS-GRADE-MODIFIER, LS-GPA,
               LS-RETURN-CODE.
       100-PROCESS-SCALE-REQUEST.
           MOVE ZERO TO LS-RETURN-CODE.
           IF LS-FUNCTION = "R" OR WS-SCALE-LOADED = "N"
               PERFORM 301-LOAD-GRADE-SCALE
           END-IF.
           IF WS-SCALE-ERROR = "Y"
               MOVE 8 TO LS-RETURN-CODE
               IF LS-FUNCTION = "D"
                   MOVE SPACE TO LS-LETTER-GRADE
                   MOVE SPACE TO LS-GRADE-MODIFIER
                   MOVE 0.00 TO LS-GPA
               END-IF
           ELSE
               IF LS-FUNCTION = "D"
                   PERFORM 201-DERIVE-FROM-SCALE
               END-IF
           END-IF.
           EXIT PROGRAM.

       201-DERIVE-FROM-SCALE.
           MOVE "N" TO WS-EFF-FOUND-FLAG.
           MOVE SPACES TO WS-EFF-TERM.
           PERFORM 302-MATCH-EFFECTIVE-TERM
               VARYING WS-SCL-SUB FROM 1 BY 1
               UNTIL WS-SCL-SUB > WS-SCL-COUNT.
           IF WS-EFF-FOUND-FLAG = "N"
               PERFORM 304-DERIVE-STANDARD-SCALE
               MOVE 1 TO LS-RETURN-CODE
           ELSE
               MOVE "N" TO WS-BAND-FOUND-FLAG
               MOVE ZERO TO WS-BAND-LOW-SCORE
               MOVE "F" TO LS-LETTER-GRADE
               MOVE SPACE TO LS-GRADE-MODIFIER
               MOVE 0.00 TO LS-GPA
               PERFORM 303-MATCH-ONE-BAND
                   VARYING WS-SCL-SUB FROM 1 BY 1
                   UNTIL WS-SCL-SUB > WS-SCL-COUNT
           END-IF.

       301-LOAD-GRADE-SCALE.
           MOVE ZERO TO WS-SCL-COUNT.
           MOVE "NO" TO WS-SCL-EOF-FLAG.
           MOVE "Y" TO WS-SCALE-LOADED.
           MOVE "N" TO WS-SCALE-ERROR.
           OPEN INPUT GRADE-SCALE-FILE.
           IF SCL-STATUS-FIELD = "35"
               DISPLAY "GRADE SCALE NOT FOUND - STANDARD SCALE APPLIED"
           ELSE
               IF SCL-STATUS-FIELD NOT = "00"
                   DISPLAY "GRADE SCALE FILE ERROR - STATUS "
                       SCL-STATUS-FIELD " - NO GRADE DERIVED"
                   MOVE "Y" TO WS-SCALE-ERROR
               ELSE
                   PERFORM 301A-READ-ONE-BAND
                       UNTIL WS-SCL-EOF-FLAG = "YES"
                   CLOSE GRADE-SCALE-FILE
               END-IF
           END-IF.

       301A-READ-ONE-BAND.
           READ GRADE-SCALE-FILE
               AT END
                   MOVE "YES" TO WS-SCL-EOF-FLAG
               NOT AT END
                   IF WS-SCL-COUNT >= 500
                       DISPLAY "GRADE SCALE TABLE FULL - NO GRADE "
                           "DERIVED"
                       MOVE "Y" TO WS-SCALE-ERROR
                       MOVE "YES" TO WS-SCL-EOF-FLAG
                   ELSE
                       ADD 1 TO WS-SCL-COUNT
                       MOVE GRD-SCL-EFF-TERM TO
                           WS-SCL-EFF-TERM (WS-SCL-COUNT)
                       MOVE GRD-SCL-LOW-SCORE TO
                           WS-SCL-LOW-SCORE (WS-SCL-COUNT)
                       MOVE GRD-SCL-LETTER TO
                           WS-SCL-LETTER (WS-SCL-COUNT)
                       MOVE GRD-SCL-MODIFIER TO
                           WS-SCL-MODIFIER (WS-SCL-COUNT)
                       MOVE GRD-SCL-POINTS TO
                           WS-SCL-POINTS (WS-SCL-COUNT)
                   END-IF
           END-READ.
           IF SCL-STATUS-FIELD NOT = "00" AND NOT = "10"
               DISPLAY "GRADE SCALE FILE ERROR - STATUS "
                   SCL-STATUS-FIELD " - NO GRADE DERIVED"
               MOVE "Y" TO WS-SCALE-ERROR
               MOVE "YES" TO WS-SCL-EOF-FLAG
           END-IF.

       302-MATCH-EFFECTIVE-TERM.
           IF WS-SCL-EFF-TERM (WS-SCL-SUB) <= LS-TERM-CODE
               IF WS-EFF-FOUND-FLAG = "N"
                       OR WS-SCL-EFF-TERM (WS-SCL-SUB) > WS-EFF-TERM
                   MOVE "Y" TO WS-EFF-FOUND-FLAG
                   MOVE WS-SCL-EFF-TERM (WS-SCL-SUB) TO WS-EFF-TERM
               END-IF
           END-IF.

       303-MATCH-ONE-BAND.
           IF WS-SCL-EFF-TERM (WS-SCL-SUB) = WS-EFF-TERM
                   AND WS-SCL-LOW-SCORE (WS-SCL-SUB) <= LS-SCORE
               IF WS-BAND-FOUND-FLAG = "N"
                       OR WS-SCL-LOW-SCORE (WS-SCL-SUB)
                           > WS-BAND-LOW-SCORE
                   MOVE "Y" TO WS-BAND-FOUND-FLAG
                   MOVE WS-SCL-LOW-SCORE (WS-SCL-SUB)
                       TO WS-BAND-LOW-SCORE
                   MOVE WS-SCL-LETTER (WS-SCL-SUB) TO LS-LETTER-GRADE
                   MOVE WS-SCL-MODIFIER (WS-SCL-SUB)
                       TO LS-GRADE-MODIFIER
                   MOVE WS-SCL-POINTS (WS-SCL-SUB) TO LS-GPA
               END-IF
           END-IF.

       304-DERIVE-STANDARD-SCALE.
           MOVE SPACE TO LS-GRADE-MODIFIER.
           EVALUATE TRUE
               WHEN LS-SCORE >= 90
                   MOVE "A" TO LS-LETTER-GRADE
                   MOVE 4.00 TO LS-GPA
               WHEN LS-SCORE >= 80
                   MOVE "B" TO LS-LETTER-GRADE
                   MOVE 3.00 TO LS-GPA
               WHEN LS-SCORE >= 70
                   MOVE "C" TO LS-LETTER-GRADE
                   MOVE 2.00 TO LS-GPA
               WHEN LS-SCORE >= 60
                   MOVE "D" TO LS-LETTER-GRADE
                   MOVE 1.00 TO LS-GPA
               WHEN OTHER
                   MOVE "F" TO LS-LETTER-GRADE
                   MOVE 0.00 TO LS-GPA
           END-EVALUATE.

       END PROGRAM "GRADE_SCALE".

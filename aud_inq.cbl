           05 RPT-CUR-SCORE      PIC 9(02).
           05 FILLER             PIC X(07) VALUE " GRADE ".
           05 RPT-CUR-GRADE      PIC X(01).
           05 RPT-CUR-MODIFIER   PIC X(01).
           05 FILLER             PIC X(08) VALUE " STATUS ".
           05 RPT-CUR-STATUS     PIC X(01).

               MOVE STUDENT-NAME         TO RPT-CUR-NAME
               MOVE STUDENT-SCORE        TO RPT-CUR-SCORE
               MOVE STUDENT-LETTER-GRADE TO RPT-CUR-GRADE
               MOVE STUDENT-GRADE-MODIFIER TO RPT-CUR-MODIFIER
               MOVE STUDENT-GRADE-STATUS TO RPT-CUR-STATUS
               DISPLAY RPT-CURRENT-LINE
               ADD 1 TO WS-CURRENT-COUNT

      *> keep a zero score and GPA, print their status letter in the
      *> grade column, and are excluded from every GPA and class
      *> average calculation.
      *>
      *> STUDENT-LETTER-GRADE holds the base letter (A B C D F, or the
      *> I/W status letter) and STUDENT-GRADE-MODIFIER the "+" or "-"
      *> the grade scale in force for TERM-CODE attached to it, space
      *> for a whole letter. Rows written before the modifier existed
      *> carry a space there.
       01 STUDENT-RECORD.
           05 STUDENT-KEY.
               10 STUDENT-NUMBER      PIC 9(06).
           05 STUDENT-LETTER-GRADE PIC X(01).
           05 STUDENT-GPA          PIC 9(01)V9(02).
           05 STUDENT-GRADE-STATUS PIC X(01).
           05 STUDENT-GRADE-MODIFIER PIC X(01).

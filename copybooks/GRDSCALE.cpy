      *> Shared record layout for GRADE-SCALE-FILE (GRDSCALE).
      *> One record per score band of a grade scale. Every band
      *> carrying the same GRD-SCL-EFF-TERM makes up one scale, and
      *> that scale applies to grade rows whose TERM-CODE is equal to
      *> or later than the effective term, up to the next effective
      *> term on file, so terms already graded keep the scale that
      *> was in force for them. Within a scale a score earns the band
      *> with the highest GRD-SCL-LOW-SCORE it reaches.
      *>
      *> GRD-SCL-LETTER is the base letter (A B C D F) stored in
      *> STUDENT-LETTER-GRADE; GRD-SCL-MODIFIER is "+", "-" or space
      *> and is stored in STUDENT-GRADE-MODIFIER. GRD-SCL-POINTS is
      *> the grade-point value written to STUDENT-GPA, so a B+ can
      *> carry 3.30 and an A- 3.70. When no scale is in force for a
      *> term the standard 90/80/70/60 scale with whole-letter points
      *> applies.
       01 GRADE-SCALE-RECORD.
           05 GRD-SCL-EFF-TERM    PIC X(06).
           05 GRD-SCL-LOW-SCORE   PIC 9(02).
           05 GRD-SCL-LETTER      PIC X(01).
           05 GRD-SCL-MODIFIER    PIC X(01).
           05 GRD-SCL-POINTS      PIC 9(01)V9(02).

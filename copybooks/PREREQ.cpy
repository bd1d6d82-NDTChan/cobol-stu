      *> Shared record layout for PREREQUISITE-FILE (PREREQ).
      *> One record per subject/required-subject pair. A subject with
      *> several prerequisites carries one record for each. PREREQ-
      *> MIN-GRADE is the lowest base letter (A B C D) that satisfies
      *> the requirement; a plus/minus modifier on the earned grade
      *> does not matter, so a C- satisfies a minimum of C. The
      *> grade must have been earned (grade status space) on
      *> INDEXSTU under a TERM-CODE earlier than the term being added.
      *> A subject with no record here has no prerequisites.
       01 PREREQUISITE-RECORD.
           05 PREREQ-SUBJECT      PIC X(04).
           05 PREREQ-REQUIRED     PIC X(04).
           05 PREREQ-MIN-GRADE    PIC X(01).

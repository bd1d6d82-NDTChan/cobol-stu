      *> Shared record layout for GRADUATION-ELIGIBLE-FILE (GRADELIG).
      *> Written fresh by every DEG_AUDIT run - one record per active
      *> student the audit cleared for graduation. SUB_ADD menu
      *> option 7 will only set a student to "G" when the number is
      *> on this list.
       01 GRADUATION-ELIGIBLE-RECORD.
           05 ELIG-STUDENT-NUMBER PIC 9(06).
           05 ELIG-STUDENT-NAME   PIC X(20).
           05 ELIG-AUDIT-DATE     PIC 9(08).
           05 ELIG-CREDITS        PIC 9(04).
           05 ELIG-CUM-GPA        PIC 9(01)V9(02).

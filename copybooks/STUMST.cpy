      *> student and "G" a graduated one - no new grade row may be
      *> keyed or imported against either. The name on this master is
      *> the owned copy; the 10-byte STUDENT-NAME on each grade row is
      *> only a convenience copy for roster lines. The file is
      *> indexed on STU-MST-NUMBER.
       01 STUDENT-MASTER-RECORD.
           05 STU-MST-NUMBER      PIC 9(06).
           05 STU-MST-NAME        PIC X(20).

      *> the ID must exist here with OPER-MST-STATUS "A" or the run
      *> stops. OPER-MST-ROLE "S" (supervisor) unlocks the master
      *> maintenance menu options in SUB_ADD and is required to run
      *> CHG_APPR at all; "C" marks an ordinary clerk. The file is
      *> indexed on OPER-MST-ID.
       01 OPERATOR-MASTER-RECORD.
           05 OPER-MST-ID         PIC X(08).
           05 OPER-MST-NAME       PIC X(20).

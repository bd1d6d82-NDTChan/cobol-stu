      *> Shared record layout for INSTRUCTOR-MASTER-FILE (INSTMST).
      *> One record per instructor who can be assigned to teach a
      *> subject/term section. Records with INST-MST-STATUS "A" are
      *> active; "I" marks an instructor no longer teaching, who
      *> keeps any past assignments but cannot be given a new one.
      *> The file is indexed on INST-MST-ID.
       01 INSTRUCTOR-MASTER-RECORD.
           05 INST-MST-ID         PIC X(06).
           05 INST-MST-NAME       PIC X(20).
           05 INST-MST-STATUS     PIC X(01).

      *> Shared record layout for SECTION-ASSIGNMENT-FILE (SECTASGN).
      *> One record per subject/term section that has an instructor
      *> assigned, tying SECT-ASG-INSTRUCTOR (an INST-MST-ID on
      *> INSTMST) to the SUBJECT-CODE/TERM-CODE the grade rows carry.
      *> A section with no record here has no instructor, and
      *> TERM_CLOSE will not certify its term. The file is indexed on
      *> SECT-ASG-KEY (subject then term, the same key as SECTCAP).
       01 SECTION-ASSIGNMENT-RECORD.
           05 SECT-ASG-KEY.
               10 SECT-ASG-SUBJECT  PIC X(04).
               10 SECT-ASG-TERM     PIC X(06).
           05 SECT-ASG-INSTRUCTOR PIC X(06).
           05 SECT-ASG-DATE       PIC 9(08).
           05 SECT-ASG-OPERATOR   PIC X(08).

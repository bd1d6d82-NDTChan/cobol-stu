      *> Shared record layout for PROGRAM-REQUIREMENT-FILE (PGMREQ).
      *> The program-of-study requirements the degree audit checks
      *> every active student against. PGM-REQ-TYPE says which field
      *> on the record applies:
      *>   "S"  PGM-REQ-SUBJECT is a required subject. The student's
      *>        most recent graded attempt (grade status space) in it
      *>        must carry a letter other than F.
      *>   "C"  PGM-REQ-MIN-CREDITS is the minimum total credits
      *>        earned, weighted by SUBJ-MST-CREDITS. Repeated
      *>        attempts and F grades earn nothing.
      *>   "G"  PGM-REQ-MIN-GPA is the minimum cumulative GPA, with
      *>        only the most recent attempt at a subject counted.
      *> Both a "C" and a "G" record are required. A file missing
      *> either one clears nobody, and the audit ends with RC 8.
       01 PROGRAM-REQUIREMENT-RECORD.
           05 PGM-REQ-TYPE        PIC X(01).
           05 PGM-REQ-SUBJECT     PIC X(04).
           05 PGM-REQ-MIN-CREDITS PIC 9(03).
           05 PGM-REQ-MIN-GPA     PIC 9(01)V9(02).

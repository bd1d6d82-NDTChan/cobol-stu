      *> the credit-hour weight the GPA calculations apply to each
      *> grade row in the subject; rows written before the field
      *> existed carry spaces there and are weighted as one credit.
      *> The file is indexed on SUBJ-MST-CODE.
       01 SUBJECT-MASTER-RECORD.
           05 SUBJ-MST-CODE       PIC X(04).
           05 SUBJ-MST-DESC       PIC X(20).

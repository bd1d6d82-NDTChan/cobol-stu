      *> accepted add and decremented on every delete so the edit can
      *> refuse an enrollment past capacity without scanning the
      *> indexed file. A subject/term with no record here is
      *> uncapped. The file is indexed on SECT-CAP-KEY (subject then
      *> term) and read and rewritten one record at a time.
       01 SECTION-CAPACITY-RECORD.
           05 SECT-CAP-KEY.
               10 SECT-CAP-SUBJECT PIC X(04).
               10 SECT-CAP-TERM    PIC X(06).
           05 SECT-CAP-MAX        PIC 9(04).
           05 SECT-CAP-FILLED     PIC 9(04).

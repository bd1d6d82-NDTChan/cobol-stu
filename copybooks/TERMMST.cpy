      *> One record per term code the system accepts. Records with
      *> TERM-MST-STATUS "A" are active; "C" marks a closed term -
      *> any transaction against a closed term is refused outright.
      *> The file is indexed on TERM-MST-CODE.
       01 TERM-MASTER-RECORD.
           05 TERM-MST-CODE       PIC X(06).
           05 TERM-MST-DESC       PIC X(20).

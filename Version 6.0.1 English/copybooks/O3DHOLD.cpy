      *------------------------------
      *o3DIAG Legal Hold Registry Record
      *------------------------------
      *Copyright (c) openw3rk INVENT
      *License: MIT-License
      *------------------------------
      *One record per hold entry, appended by the legal hold
      *program and never rewritten - the registry is itself part
      *of the chain of custody. A case is opened by its scope
      *records (type C: one per component, or ALL, with the log
      *date window the case covers) and the held-file records
      *(type F: every flat export or shipped archive the
      *extract took lines from, and every file of the sealed
      *evidence package). A release record (type R) closes the
      *case: every earlier entry for that case ID stops counting
      *from there on. The purge jobs read the file top to
      *bottom - the Retention Manager honours the F records, the
      *index maintenance PURGE the C records - and skip whatever
      *an open case still covers.
      *-----------------------------------------------
       01  HOLD-RECORD.
           05  HOLD-RECORD-TYPE     PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  HOLD-CASE-ID         PIC X(20).
           05  FILLER               PIC X VALUE SPACE.
           05  HOLD-TIMESTAMP       PIC X(21).
           05  FILLER               PIC X VALUE SPACE.
           05  HOLD-BODY.
               10  HOLD-COMPONENT   PIC X(30).
               10  FILLER           PIC X VALUE SPACE.
               10  HOLD-FROM-DATE   PIC X(10).
               10  FILLER           PIC X VALUE SPACE.
               10  HOLD-TO-DATE     PIC X(10).
               10  FILLER           PIC X(204) VALUE SPACES.
           05  HOLD-FILE-BODY REDEFINES HOLD-BODY.
               10  HOLD-FILE-PATH   PIC X(256).

      *------------------------------
      *o3DIAG Error Signature Catalog Record
      *------------------------------
      *Copyright (c) openw3rk INVENT
      *License: MIT-License
      *------------------------------
      *One record per recurring-error signature, kept night over
      *night by the error signature program: the component that
      *logged it, the ERROR/FATAL message with its variable parts
      *(numbers, IDs, hex addresses, quoted values) collapsed so
      *that "order 4711 failed" and "order 4712 failed" are one
      *signature, the log date it was first and last seen on, and
      *the running count of store entries that carried it. The
      *catalog outlives the store entries it was built from - the
      *index maintenance PURGE takes those away after KEEP-DAYS,
      *but "has this error always been there?" still has its
      *answer here.
      *
      *The first record of the file is the scan mark (record type
      *M): the highest store key absorbed so far, and the log date
      *from which the keys of absorbed entries are kept. Those
      *keys follow as record type K, in key order: the store is
      *keyed on the log stamp, not on when an entry was stored,
      *so each pass rescans a look-back window below the mark and
      *uses them to count each entry once. Every other record is
      *a signature (record type S).
      *-----------------------------------------------
       01  SIGNATURE-RECORD.
           05  SIG-RECORD-TYPE      PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  SIG-BODY.
               10  SIG-COMPONENT    PIC X(30).
               10  FILLER           PIC X VALUE SPACE.
               10  SIG-SEVERITY     PIC X(5).
               10  FILLER           PIC X VALUE SPACE.
               10  SIG-FIRST-SEEN   PIC X(10).
               10  FILLER           PIC X VALUE SPACE.
               10  SIG-LAST-SEEN    PIC X(10).
               10  FILLER           PIC X VALUE SPACE.
               10  SIG-COUNT        PIC 9(9).
               10  FILLER           PIC X VALUE SPACE.
               10  SIG-TEXT         PIC X(256).
           05  SIG-MARK-BODY REDEFINES SIG-BODY.
               10  SIG-MARK-KEY     PIC X(57).
               10  FILLER           PIC X.
               10  SIG-MARK-TS      PIC X(21).
               10  FILLER           PIC X.
               10  SIG-MARK-KEPT-FROM PIC X(10).
           05  SIG-KEY-BODY REDEFINES SIG-BODY.
               10  SIG-ABSORBED-KEY PIC X(57).

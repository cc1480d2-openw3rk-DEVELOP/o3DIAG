      *------------------------------
      *o3DIAG Configuration History Record
      *------------------------------
      *Copyright (c) openw3rk INVENT
      *License: MIT-License
      *------------------------------
      *One record per line of a configuration file version,
      *appended by the configuration history program and never
      *rewritten. A version opens with its header record (type V:
      *line count and the keyword drift against the version
      *before), followed by every line of the file as it stood
      *(type L), in file order, so any version can be rebuilt
      *exactly. Each line carries the key it is compared under:
      *the entry it belongs to - the value of the last PROFILE,
      *ROUTE, DIRECTORY, SOURCE-DIR or RULE line above it, spaces
      *for the file's top-level keywords - and which occurrence of
      *its keyword within that entry it is.
      *A file that disappeared is recorded as a version with no
      *lines.
      *-----------------------------------------------
       01  CONFIG-HISTORY-RECORD.
           05  CFH-RECORD-TYPE      PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  CFH-FILE-PATH        PIC X(256).
           05  FILLER               PIC X VALUE SPACE.
           05  CFH-VERSION          PIC 9(5).
           05  FILLER               PIC X VALUE SPACE.
           05  CFH-TIMESTAMP        PIC X(21).
           05  FILLER               PIC X VALUE SPACE.
           05  CFH-BODY.
               10  CFH-SECTION      PIC X(64).
               10  FILLER           PIC X VALUE SPACE.
               10  CFH-OCCURRENCE   PIC 9(3).
               10  FILLER           PIC X VALUE SPACE.
               10  CFH-LINE.
                   15  CFH-KEYWORD  PIC X(20).
                   15  CFH-VALUE    PIC X(256).
           05  CFH-HEADER-BODY REDEFINES CFH-BODY.
               10  CFH-LINE-COUNT   PIC 9(5).
               10  FILLER           PIC X.
               10  CFH-ADDED        PIC 9(5).
               10  FILLER           PIC X.
               10  CFH-REMOVED      PIC 9(5).
               10  FILLER           PIC X.
               10  CFH-ALTERED      PIC 9(5).
               10  FILLER           PIC X(322).

      *------------------------------
      *o3DIAG Ship Verification Record
      *------------------------------
      *Copyright (c) openw3rk INVENT
      *License: MIT-License
      *------------------------------
      *One fixed-length record per delivery the ship verifier
      *re-checked, appended on every verification pass: the
      *archive and destination of the manifest record checked,
      *that record's shipping timestamp (so a verdict belongs to
      *one particular shipment, not to whatever was re-shipped
      *later under the same name), the verdict - VERIFIED,
      *OUTSTANDING or MISMATCH - and when the check was made.
      *The delivery scorecard reads this file to tell which
      *shipments were ever confirmed at their destination.
      *-----------------------------------------------
       01  VERIFY-RECORD.
           05  VER-ARCHIVE-NAME     PIC X(256).
           05  FILLER               PIC X VALUE SPACE.
           05  VER-DEST             PIC X(256).
           05  FILLER               PIC X VALUE SPACE.
           05  VER-SHIPPED-TS       PIC X(21).
           05  FILLER               PIC X VALUE SPACE.
           05  VER-VERDICT          PIC X(11).
           05  FILLER               PIC X VALUE SPACE.
           05  VER-CHECKED-TS       PIC X(21).

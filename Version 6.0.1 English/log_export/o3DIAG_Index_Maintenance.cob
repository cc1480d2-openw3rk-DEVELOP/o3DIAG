      *
      *Three actions:
      *  PURGE    deletes entries whose log date is older than
      *           KEEP-DAYS= days before today - except entries
      *           inside the component and date scope of a legal
      *           hold case not yet released (hold registry
      *           HOLDS=, default O3DIAG-LEGAL-HOLD.REG), which
      *           are kept and logged to the audit trail (AUDIT=,
      *           default O3DIAG-EXPORT-AUDIT.LOG) as one
      *           RETENTION HOLD record per case.
      *  STATS    reports entry count, date range and
      *           per-component counts - what the store actually
      *           carries.
      *  REBUILD  recreates the store from one or more flat CSV
      *           exports (CSV= per file, the export manager's
      *           own CSV shape), for a store that is damaged or
      *           was never enabled over a period now needed. A
      *           CSV written with stamps normalized to UTC
      *           carries the source's local stamp as a fifth
      *           column, which goes back into IDX-LOCAL-STAMP.
      *
      *Arguments: store path, then PURGE KEEP-DAYS=n [HOLDS=path]
      *[AUDIT=path], STATS, or REBUILD CSV=path [CSV=path ...].
      *-----------------------------------------------

       IDENTIFICATION DIVISION.
           SELECT CSV-IN-FILE ASSIGN TO DYNAMIC WS-CURRENT-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT HOLD-FILE ASSIGN TO DYNAMIC WS-LEGAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGAL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY O3DIDX.
       FD  CSV-IN-FILE.
       01  CSV-IN-LINE      PIC X(2048).
       FD  HOLD-FILE.
           COPY O3DHOLD.
       FD  AUDIT-FILE.
           COPY O3DAUD.

       WORKING-STORAGE SECTION.
       01  WS-INDEX-PATH        PIC X(256) VALUE SPACES.
       01  WS-RC-INDEX-IO-FAILED     PIC 9(4) VALUE 14.
       01  WS-RC-CSV-OPEN-FAILED     PIC 9(4) VALUE 16.
       01  WS-RC-TABLE-OVERFLOW      PIC 9(4) VALUE 18.
       01  WS-RC-REGISTRY-FAILED     PIC 9(4) VALUE 20.
       01  WS-RC-AUDIT-FAILED        PIC 9(4) VALUE 22.

      *----------------------------------------------------------
      *PURGE parameters: the keep window in days and the cutoff
       01  WS-CUTOFF-DIGITS     PIC X(8)  VALUE SPACES.
       01  WS-CUTOFF-DATE       PIC X(10) VALUE SPACES.

      *----------------------------------------------------------
      *Legal hold scopes from the hold registry: component (or
      *ALL) and log date window of every case not yet released.
      *A PURGE candidate inside a scope is kept and counted
      *against that scope's case; the counts go to the audit
      *trail after the walk. A full scope table stops the purge
      *before it deletes anything.
      *----------------------------------------------------------
       01  WS-LEGAL-PATH        PIC X(256)
               VALUE "O3DIAG-LEGAL-HOLD.REG".
       01  WS-LEGAL-STATUS      PIC XX.
       01  WS-LEGAL-EOF         PIC X VALUE "N".
       01  WS-AUDIT-FILE-PATH   PIC X(256)
               VALUE "O3DIAG-EXPORT-AUDIT.LOG".
       01  WS-AUDIT-STATUS      PIC XX.
       01  WS-SCOPE-MAX         PIC 9(4) VALUE 256.
       01  WS-SCOPE-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-SCOPE-IDX         PIC 9(4) VALUE ZERO.
       01  WS-SCOPE-NEXT        PIC 9(4) VALUE ZERO.
       01  WS-SCOPE-FOUND       PIC 9(4) VALUE ZERO.
       01  WS-SCOPE-TABLE.
           05  WS-SCOPE-ENTRY OCCURS 256 TIMES.
               10  WS-SCOPE-CASE      PIC X(20).
               10  WS-SCOPE-COMPONENT PIC X(30).
               10  WS-SCOPE-FROM      PIC X(10).
               10  WS-SCOPE-TO        PIC X(10).
               10  WS-SCOPE-KEPT      PIC 9(9).
       01  WS-RUN-TS            PIC X(21) VALUE SPACES.
       01  WS-HOLD-LABEL        PIC X(40) VALUE SPACES.

      *----------------------------------------------------------
      *REBUILD inputs, one CSV= per flat export; sixteen matches
      *the consolidator's input table.
      *----------------------------------------------------------
      *CSV line taken apart: the export manager's shape is
      *YYYY-MM-DDTHH:MM:SS,"SEV","COMPONENT","MESSAGE" with
      *embedded quotes doubled in the message, and a fifth
      *"LOCAL-STAMP" column when the export normalized to UTC.
      *The field walk un-doubles the quotes on the way back in.
      *An export assembled into events carries a whole stack
      *trace in its message, so the field is as wide as the
      *store's message.
      *----------------------------------------------------------
       01  WS-CSV-LINE-LEN      PIC 9(4) VALUE ZERO.
       01  WS-CSV-POS           PIC 9(4) VALUE ZERO.
       01  WS-CSV-OUT-IDX       PIC 9(4) VALUE ZERO.
       01  WS-CSV-FIELD         PIC X(1024) VALUE SPACES.
       01  WS-CSV-FIELD-DONE    PIC X VALUE "N".
       01  WS-CSV-LINE-OK       PIC X VALUE "Y".
       01  WS-CSV-REC-SEQ       PIC 9(9) VALUE ZERO.
       01  WS-REB-TIME          PIC X(8)  VALUE SPACES.
       01  WS-REB-SEVERITY      PIC X(5)  VALUE SPACES.
       01  WS-REB-COMPONENT     PIC X(30) VALUE SPACES.
       01  WS-REB-MESSAGE       PIC X(1024) VALUE SPACES.
       01  WS-REB-LOCAL-STAMP   PIC X(25) VALUE SPACES.

      *----------------------------------------------------------
      *STATS accumulation: entry count, the key-order date range,
      *----------------------------------------------------------
       01  WS-PURGED-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-KEPT-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-LEGAL-KEPT-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-LOADED-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-SKIPPED-COUNT     PIC 9(9) VALUE ZERO.


       SHOW-USAGE.
           DISPLAY "O3DIAG-INDEX-MAINTENANCE: usage is store-path "
              "PURGE KEEP-DAYS=n [HOLDS=path] [AUDIT=path] | "
              "STATS | REBUILD CSV=path ..."
           MOVE WS-RC-BAD-ARGUMENTS TO RETURN-CODE
           STOP RUN.

                       ADD 1 TO WS-CSV-COUNT
                       MOVE WS-EXTRA-ARG(5:)
                          TO WS-CSV-PATH-ENTRY(WS-CSV-COUNT)
                    WHEN WS-EXTRA-ARG(1:6) = "HOLDS="
                       MOVE WS-EXTRA-ARG(7:) TO WS-LEGAL-PATH
                    WHEN WS-EXTRA-ARG(1:6) = "AUDIT="
                       MOVE WS-EXTRA-ARG(7:) TO WS-AUDIT-FILE-PATH
                    WHEN WS-EXTRA-ARG = SPACES
                       MOVE "Y" TO WS-ARGS-DONE
                    WHEN OTHER
      *exists to keep small.
      *----------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
           MOVE WS-TODAY-STAMP TO WS-RUN-TS
           PERFORM LOAD-LEGAL-SCOPES
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY-NUM
           COMPUTE WS-CUTOFF-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           PERFORM UNTIL WS-READ-EOF = "Y"
              READ INDEX-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-READ-EOF
                 NOT AT END PERFORM PURGE-ONE-ENTRY
              END-READ
           END-PERFORM
           CLOSE INDEX-FILE

           IF WS-LEGAL-KEPT-COUNT > ZERO
              PERFORM WRITE-LEGAL-HOLD-AUDIT
           END-IF

           DISPLAY "o3DIAG Index Maintenance: " WS-PURGED-COUNT
              " entr(ies) purged before " WS-CUTOFF-DATE ", "
              WS-KEPT-COUNT " kept in "
              FUNCTION TRIM(WS-INDEX-PATH) ", "
              WS-LEGAL-KEPT-COUNT " of them under legal hold".

       PURGE-ONE-ENTRY.
           IF IDX-LOG-DATE < WS-CUTOFF-DATE
              PERFORM CHECK-ENTRY-LEGAL-HOLD
              IF WS-SCOPE-FOUND > ZERO
                 ADD 1 TO WS-SCOPE-KEPT(WS-SCOPE-FOUND)
                 ADD 1 TO WS-LEGAL-KEPT-COUNT
                 ADD 1 TO WS-KEPT-COUNT
              ELSE
                 DELETE INDEX-FILE
                 IF WS-INDEX-STATUS NOT = "00"
                    DISPLAY "O3DIAG-INDEX-MAINTENANCE: "
                       "delete failed in "
                       FUNCTION TRIM(WS-INDEX-PATH)
                       " (file status " WS-INDEX-STATUS ")"
                    CLOSE INDEX-FILE
                    MOVE WS-RC-INDEX-IO-FAILED TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-PURGED-COUNT
              END-IF
           ELSE
              ADD 1 TO WS-KEPT-COUNT
           END-IF.

       LOAD-LEGAL-SCOPES.
      *----------------------------------------------------------
      *One pass over the hold registry in the order it was
      *written: a scope record opens a scope under its case, a
      *release record takes every scope of that case off again.
      *Held-file records concern the Retention Manager's flat
      *files and are passed over. No registry means no holds.
      *----------------------------------------------------------
           OPEN INPUT HOLD-FILE
           IF WS-LEGAL-STATUS NOT = "00"
              IF WS-LEGAL-STATUS NOT = "35"
                 DISPLAY "O3DIAG-INDEX-MAINTENANCE: cannot open "
                    "hold registry " FUNCTION TRIM(WS-LEGAL-PATH)
                    " (file status " WS-LEGAL-STATUS ")"
                 MOVE WS-RC-REGISTRY-FAILED TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              PERFORM UNTIL WS-LEGAL-EOF = "Y"
                 READ HOLD-FILE
                    AT END MOVE "Y" TO WS-LEGAL-EOF
                    NOT AT END
                       EVALUATE HOLD-RECORD-TYPE
                          WHEN "C"
                             PERFORM ADD-LEGAL-SCOPE
                          WHEN "R"
                             PERFORM RELEASE-LEGAL-SCOPES
                          WHEN OTHER
                             CONTINUE
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE HOLD-FILE
           END-IF.

       ADD-LEGAL-SCOPE.
           IF WS-SCOPE-COUNT >= WS-SCOPE-MAX
              DISPLAY "O3DIAG-INDEX-MAINTENANCE: more than "
                 WS-SCOPE-MAX " legal hold scopes in "
                 FUNCTION TRIM(WS-LEGAL-PATH)
                 " - refusing to purge past the ones not loaded"
              CLOSE HOLD-FILE
              MOVE WS-RC-TABLE-OVERFLOW TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-SCOPE-COUNT
           MOVE HOLD-CASE-ID TO WS-SCOPE-CASE(WS-SCOPE-COUNT)
           MOVE HOLD-COMPONENT TO WS-SCOPE-COMPONENT(WS-SCOPE-COUNT)
           MOVE HOLD-FROM-DATE TO WS-SCOPE-FROM(WS-SCOPE-COUNT)
           MOVE HOLD-TO-DATE TO WS-SCOPE-TO(WS-SCOPE-COUNT)
           MOVE ZERO TO WS-SCOPE-KEPT(WS-SCOPE-COUNT).

       RELEASE-LEGAL-SCOPES.
           MOVE 1 TO WS-SCOPE-IDX
           PERFORM UNTIL WS-SCOPE-IDX > WS-SCOPE-COUNT
              IF WS-SCOPE-CASE(WS-SCOPE-IDX) = HOLD-CASE-ID
                 MOVE WS-SCOPE-ENTRY(WS-SCOPE-COUNT)
                    TO WS-SCOPE-ENTRY(WS-SCOPE-IDX)
                 MOVE SPACES TO WS-SCOPE-ENTRY(WS-SCOPE-COUNT)
                 SUBTRACT 1 FROM WS-SCOPE-COUNT
              ELSE
                 ADD 1 TO WS-SCOPE-IDX
              END-IF
           END-PERFORM.

       CHECK-ENTRY-LEGAL-HOLD.
           MOVE ZERO TO WS-SCOPE-FOUND
           PERFORM VARYING WS-SCOPE-IDX FROM 1 BY 1
                 UNTIL WS-SCOPE-IDX > WS-SCOPE-COUNT
                 OR WS-SCOPE-FOUND > ZERO
              IF (WS-SCOPE-COMPONENT(WS-SCOPE-IDX) = "ALL"
                  OR WS-SCOPE-COMPONENT(WS-SCOPE-IDX)
                     = IDX-COMPONENT)
                 AND IDX-LOG-DATE NOT < WS-SCOPE-FROM(WS-SCOPE-IDX)
                 AND IDX-LOG-DATE NOT > WS-SCOPE-TO(WS-SCOPE-IDX)
                 MOVE WS-SCOPE-IDX TO WS-SCOPE-FOUND
              END-IF
           END-PERFORM.

       WRITE-LEGAL-HOLD-AUDIT.
      *----------------------------------------------------------
      *One audit record per case that kept entries back, in the
      *layout the Retention Manager writes its purges in: the
      *store path in the input field, RETENTION HOLD and the case
      *ID in the output field, and the number of entries kept in
      *the records-read count. A case's scopes are summed into
      *its first scope with kept entries.
      *----------------------------------------------------------
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
              DISPLAY "O3DIAG-INDEX-MAINTENANCE: cannot open "
                 "audit file " FUNCTION TRIM(WS-AUDIT-FILE-PATH)
                 " (file status " WS-AUDIT-STATUS ")"
              MOVE WS-RC-AUDIT-FAILED TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM VARYING WS-SCOPE-IDX FROM 1 BY 1
                 UNTIL WS-SCOPE-IDX > WS-SCOPE-COUNT
              IF WS-SCOPE-KEPT(WS-SCOPE-IDX) > ZERO
                 PERFORM VARYING WS-SCOPE-NEXT
                       FROM WS-SCOPE-IDX BY 1
                       UNTIL WS-SCOPE-NEXT >= WS-SCOPE-COUNT
                    IF WS-SCOPE-CASE(WS-SCOPE-NEXT + 1)
                          = WS-SCOPE-CASE(WS-SCOPE-IDX)
                       ADD WS-SCOPE-KEPT(WS-SCOPE-NEXT + 1)
                          TO WS-SCOPE-KEPT(WS-SCOPE-IDX)
                       MOVE ZERO
                          TO WS-SCOPE-KEPT(WS-SCOPE-NEXT + 1)
                    END-IF
                 END-PERFORM
                 PERFORM WRITE-ONE-HOLD-AUDIT-RECORD
              END-IF
           END-PERFORM
           CLOSE AUDIT-FILE.

       WRITE-ONE-HOLD-AUDIT-RECORD.
           MOVE SPACES TO WS-HOLD-LABEL
           STRING "RETENTION HOLD " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SCOPE-CASE(WS-SCOPE-IDX))
                  DELIMITED BY SIZE
               INTO WS-HOLD-LABEL
           END-STRING
           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-INDEX-PATH TO AUD-INPUT-FILE
           MOVE WS-HOLD-LABEL TO AUD-OUTPUT-FILE
           MOVE WS-RUN-TS TO AUD-START-TS
           MOVE FUNCTION CURRENT-DATE TO AUD-END-TS
           MOVE WS-SCOPE-KEPT(WS-SCOPE-IDX) TO AUD-RECORDS-READ
           MOVE ZERO TO AUD-RECORDS-WRITTEN
           MOVE ZERO TO AUD-RETURN-CODE
           MOVE "N" TO AUD-RESTARTED
           MOVE ZERO TO AUD-RESTART-FROM
           MOVE ZERO TO AUD-RECORDS-REJECTED
           MOVE ZERO TO AUD-EVENTS-ASSEMBLED
           MOVE ZERO TO AUD-LINES-FOLDED
           MOVE ZERO TO AUD-BYTES-WRITTEN
           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = "00"
              DISPLAY "O3DIAG-INDEX-MAINTENANCE: write failed to "
                 "audit file " FUNCTION TRIM(WS-AUDIT-FILE-PATH)
                 " (file status " WS-AUDIT-STATUS ")"
              CLOSE AUDIT-FILE
              MOVE WS-RC-AUDIT-FAILED TO RETURN-CODE
              STOP RUN
           END-IF.

       REPORT-STORE-STATS.
           OPEN INPUT INDEX-FILE
              MOVE WS-REB-COMPONENT TO IDX-COMPONENT
              MOVE WS-REB-SEVERITY TO IDX-SEVERITY
              MOVE WS-REB-MESSAGE TO IDX-MESSAGE
              MOVE WS-REB-LOCAL-STAMP TO IDX-LOCAL-STAMP
              WRITE INDEX-RECORD
              IF WS-INDEX-STATUS = "22"
                 ADD 1 TO WS-SKIPPED-COUNT
       PARSE-CSV-LINE.
           MOVE "Y" TO WS-CSV-LINE-OK
           MOVE SPACES TO WS-REB-DATE WS-REB-TIME WS-REB-SEVERITY
              WS-REB-COMPONENT WS-REB-MESSAGE WS-REB-LOCAL-STAMP
           MOVE FUNCTION LENGTH(FUNCTION TRIM(CSV-IN-LINE))
              TO WS-CSV-LINE-LEN

              ADD 2 TO WS-CSV-POS
              PERFORM TAKE-QUOTED-FIELD
              MOVE WS-CSV-FIELD TO WS-REB-MESSAGE
           END-IF
           IF WS-CSV-LINE-OK = "Y"
              AND WS-CSV-POS + 1 <= WS-CSV-LINE-LEN
              AND CSV-IN-LINE(WS-CSV-POS:2) = ',"'
              ADD 2 TO WS-CSV-POS
              PERFORM TAKE-QUOTED-FIELD
              MOVE WS-CSV-FIELD(1:25) TO WS-REB-LOCAL-STAMP
           END-IF.

       TAKE-QUOTED-FIELD.

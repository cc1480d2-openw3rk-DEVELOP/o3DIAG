      *run whose latest audit record carries a nonzero return code
      *is held back from purging - it is pending investigation and
      *must not vanish before someone has looked at it.
      *Files under an open legal hold - the sources and evidence
      *packages the legal hold program registered for a case -
      *are skipped the same way, until the case is released, and
      *each skip is logged to the audit trail as a RETENTION HOLD
      *record naming the case.
      *
      *Arguments: policy file, then optional audit trail path and
      *optional hold registry path.
      *-----------------------------------------------

       IDENTIFICATION DIVISION.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT HOLD-FILE ASSIGN TO DYNAMIC WS-LEGAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
           COPY O3DAUD.

       FD  HOLD-FILE.
           COPY O3DHOLD.

       WORKING-STORAGE SECTION.
       01  WS-POLICY-PATH       PIC X(256) VALUE SPACES.
       01  WS-POLICY-STATUS     PIC XX.
       01  WS-RC-AUDIT-FAILED        PIC 9(4) VALUE 16.
       01  WS-RC-POLICY-INVALID      PIC 9(4) VALUE 18.
       01  WS-RC-HOLD-OVERFLOW       PIC 9(4) VALUE 20.
       01  WS-RC-REGISTRY-FAILED     PIC 9(4) VALUE 22.

      *----------------------------------------------------------
      *WS-RUN-ID keys this run's scratch listing file under /tmp,
           05  WS-HOLD-PATH OCCURS 512 TIMES PIC X(256).
       01  WS-HOLD-WORK         PIC X(256) VALUE SPACES.

      *----------------------------------------------------------
      *Legal holds from the hold registry: the held-file records
      *of every case not yet released, stored with the same
      *slash normalising and .done/.gz/.rej stripping the
      *candidates get, so a held archive keeps its .done marker
      *and its reject file with it, however the directory was
      *typed. No registry at all means no case is open. A full
      *table stops the run for the same reason a full hold table
      *does.
      *----------------------------------------------------------
       01  WS-LEGAL-PATH        PIC X(256)
               VALUE "O3DIAG-LEGAL-HOLD.REG".
       01  WS-LEGAL-STATUS      PIC XX.
       01  WS-LEGAL-EOF         PIC X VALUE "N".
       01  WS-LEGAL-MAX         PIC 9(4)   VALUE 1024.
       01  WS-LEGAL-COUNT       PIC 9(4)   VALUE ZERO.
       01  WS-LEGAL-IDX         PIC 9(4)   VALUE ZERO.
       01  WS-LEGAL-TABLE.
           05  WS-LEGAL-ENTRY OCCURS 1024 TIMES.
               10  WS-LEGAL-CASE    PIC X(20).
               10  WS-LEGAL-BASE    PIC X(300).
       01  WS-CAND-CASE         PIC X(20)  VALUE SPACES.

      *----------------------------------------------------------
      *Per-candidate work fields: the listed path as the shell
      *reported it, and its base form with the .done and .gz
       01  WS-CAND-LEN          PIC 9(4)   VALUE ZERO.
       01  WS-CAND-FULL-LEN     PIC 9(4)   VALUE ZERO.
       01  WS-CAND-HELD         PIC X      VALUE "N".
       01  WS-NORM-PATH         PIC X(300) VALUE SPACES.
       01  WS-NORM-LEN          PIC 9(4)   VALUE ZERO.
       01  WS-NORM-IDX          PIC 9(4)   VALUE ZERO.
       01  WS-ACTION-LABEL      PIC X(40)  VALUE SPACES.

      *----------------------------------------------------------
      *Run totals for the closing summary.
      *----------------------------------------------------------
       01  WS-PURGED-COUNT      PIC 9(6) VALUE ZERO.
       01  WS-HELD-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-LEGAL-HELD-COUNT  PIC 9(6) VALUE ZERO.
       01  WS-FAILURE-COUNT     PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           IF WS-ARG-VALUE NOT = SPACES
              MOVE WS-ARG-VALUE TO WS-AUDIT-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ARG-VALUE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
              ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
              MOVE WS-ARG-VALUE TO WS-LEGAL-PATH
           END-IF

           PERFORM LOAD-POLICY-FILE
           PERFORM LOAD-AUDIT-HOLDS
           PERFORM LOAD-LEGAL-HOLDS

           MOVE SPACES TO WS-LISTING-PATH
           STRING "/tmp/o3diag_retention_listing_" DELIMITED BY SIZE

           DISPLAY "o3DIAG Retention Manager: " WS-PURGED-COUNT
               " file(s) purged, " WS-HELD-COUNT
               " held pending investigation, " WS-LEGAL-HELD-COUNT
               " under legal hold, " WS-FAILURE-COUNT
               " failure(s)"

           IF WS-FAILURE-COUNT > 0
                       IF AUDIT-RECORD NOT = SPACES
                          AND AUD-OUTPUT-FILE(1:10)
                             NOT = "RETENTION "
                          AND AUD-OUTPUT-FILE(1:7) NOT = "DRIVER "
                          PERFORM APPLY-AUDIT-HOLD
                       END-IF
                 END-READ
           END-IF.

       APPLY-AUDIT-HOLD.
           MOVE SPACES TO WS-CAND-PATH
           MOVE FUNCTION TRIM(AUD-OUTPUT-FILE) TO WS-CAND-PATH
           PERFORM NORMALISE-CAND-PATH
           MOVE WS-CAND-PATH TO WS-HOLD-WORK
           IF WS-HOLD-WORK = SPACES
              CONTINUE
           ELSE
              END-IF
           END-IF.

       LOAD-LEGAL-HOLDS.
      *----------------------------------------------------------
      *One pass over the hold registry in the order it was
      *written: a held-file record adds its path under its case,
      *a release record takes every path of that case off again.
      *Scope records concern the index store, not files, and are
      *passed over here.
      *----------------------------------------------------------
           OPEN INPUT HOLD-FILE
           IF WS-LEGAL-STATUS NOT = "00"
              IF WS-LEGAL-STATUS NOT = "35"
                 DISPLAY "O3DIAG-RETENTION-MANAGER: cannot open "
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
                          WHEN "F"
                             PERFORM ADD-LEGAL-HOLD
                          WHEN "R"
                             PERFORM RELEASE-LEGAL-HOLDS
                          WHEN OTHER
                             CONTINUE
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE HOLD-FILE
           END-IF

           IF WS-LEGAL-COUNT > 0
              DISPLAY "O3DIAG-RETENTION-MANAGER: " WS-LEGAL-COUNT
                 " file(s) under legal hold per "
                 FUNCTION TRIM(WS-LEGAL-PATH)
           END-IF.

       ADD-LEGAL-HOLD.
           IF HOLD-FILE-PATH NOT = SPACES
              IF WS-LEGAL-COUNT >= WS-LEGAL-MAX
                 DISPLAY "O3DIAG-RETENTION-MANAGER: more than "
                    WS-LEGAL-MAX " files under legal hold in "
                    FUNCTION TRIM(WS-LEGAL-PATH)
                    " - refusing to purge past the ones not loaded"
                 CLOSE HOLD-FILE
                 MOVE WS-RC-HOLD-OVERFLOW TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE SPACES TO WS-CAND-PATH
              MOVE FUNCTION TRIM(HOLD-FILE-PATH) TO WS-CAND-PATH
              PERFORM NORMALISE-CAND-PATH
              PERFORM STRIP-ARCHIVE-SUFFIXES
              ADD 1 TO WS-LEGAL-COUNT
              MOVE HOLD-CASE-ID TO WS-LEGAL-CASE(WS-LEGAL-COUNT)
              MOVE WS-CAND-BASE TO WS-LEGAL-BASE(WS-LEGAL-COUNT)
           END-IF.

       RELEASE-LEGAL-HOLDS.
      *----------------------------------------------------------
      *Closes the released case's gaps by moving the last entry
      *down into each one, the way a cleared audit hold is taken
      *off; the index is only advanced past entries that stay.
      *----------------------------------------------------------
           MOVE 1 TO WS-LEGAL-IDX
           PERFORM UNTIL WS-LEGAL-IDX > WS-LEGAL-COUNT
              IF WS-LEGAL-CASE(WS-LEGAL-IDX) = HOLD-CASE-ID
                 MOVE WS-LEGAL-ENTRY(WS-LEGAL-COUNT)
                    TO WS-LEGAL-ENTRY(WS-LEGAL-IDX)
                 MOVE SPACES TO WS-LEGAL-ENTRY(WS-LEGAL-COUNT)
                 SUBTRACT 1 FROM WS-LEGAL-COUNT
              ELSE
                 ADD 1 TO WS-LEGAL-IDX
              END-IF
           END-PERFORM.

       OPEN-AUDIT-FOR-APPEND.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
       PURGE-ONE-CANDIDATE.
           MOVE SPACES TO WS-CAND-PATH
           MOVE FUNCTION TRIM(LISTING-LINE) TO WS-CAND-PATH
           PERFORM NORMALISE-CAND-PATH
           PERFORM STRIP-ARCHIVE-SUFFIXES
           PERFORM CHECK-CANDIDATE-LEGAL-HOLD
           PERFORM CHECK-CANDIDATE-HELD

           EVALUATE TRUE
              WHEN WS-CAND-CASE NOT = SPACES
                 ADD 1 TO WS-LEGAL-HELD-COUNT
                 DISPLAY "O3DIAG-RETENTION-MANAGER: skipping "
                    FUNCTION TRIM(WS-CAND-PATH)
                    " - under legal hold for case "
                    FUNCTION TRIM(WS-CAND-CASE)
                 MOVE SPACES TO WS-ACTION-LABEL
                 STRING "RETENTION HOLD " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CAND-CASE) DELIMITED BY SIZE
                     INTO WS-ACTION-LABEL
                 END-STRING
                 PERFORM WRITE-PURGE-AUDIT-RECORD
              WHEN WS-CAND-HELD = "Y"
                 ADD 1 TO WS-HELD-COUNT
                 DISPLAY "O3DIAG-RETENTION-MANAGER: holding "
                    FUNCTION TRIM(WS-CAND-PATH)
                    " - its export run failed and is pending "
                    "investigation"
              WHEN WS-POL-ACTION(WS-POL-IDX) = "COMPRESS"
                 PERFORM COMPRESS-CANDIDATE
              WHEN OTHER
                 PERFORM DELETE-CANDIDATE
           END-EVALUATE.

       NORMALISE-CAND-PATH.
      *----------------------------------------------------------
      *WS-CAND-PATH with doubled slashes collapsed and a trailing
      *slash dropped. A directory typed as /logs/ in one file and
      */logs in another gives two spellings of one path; held
      *paths are registered and compared in this one form.
      *----------------------------------------------------------
           MOVE SPACES TO WS-NORM-PATH
           MOVE ZERO TO WS-NORM-LEN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CAND-PATH))
              TO WS-CAND-LEN
           PERFORM VARYING WS-NORM-IDX FROM 1 BY 1
                 UNTIL WS-NORM-IDX > WS-CAND-LEN
              IF WS-CAND-PATH(WS-NORM-IDX:1) NOT = "/"
                 OR WS-NORM-LEN = ZERO
                 OR WS-NORM-PATH(WS-NORM-LEN:1) NOT = "/"
                 ADD 1 TO WS-NORM-LEN
                 MOVE WS-CAND-PATH(WS-NORM-IDX:1)
                    TO WS-NORM-PATH(WS-NORM-LEN:1)
              END-IF
           END-PERFORM
           IF WS-NORM-LEN > 1
              AND WS-NORM-PATH(WS-NORM-LEN:1) = "/"
              MOVE SPACE TO WS-NORM-PATH(WS-NORM-LEN:1)
           END-IF
           MOVE WS-NORM-PATH TO WS-CAND-PATH.

       STRIP-ARCHIVE-SUFFIXES.
      *----------------------------------------------------------
              END-IF
           END-PERFORM.

       CHECK-CANDIDATE-LEGAL-HOLD.
           MOVE SPACES TO WS-CAND-CASE
           PERFORM VARYING WS-LEGAL-IDX FROM 1 BY 1
                 UNTIL WS-LEGAL-IDX > WS-LEGAL-COUNT
                 OR WS-CAND-CASE NOT = SPACES
              IF WS-LEGAL-BASE(WS-LEGAL-IDX) = WS-CAND-BASE
                 MOVE WS-LEGAL-CASE(WS-LEGAL-IDX) TO WS-CAND-CASE
              END-IF
           END-PERFORM.

       DELETE-CANDIDATE.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
      *layout the exports append: the purged path in the input
      *field, the action taken in the output field, and this run's
      *timestamps - so compliance reads removals out of the same
      *trail as the exports themselves. A file skipped under legal
      *hold gets the same record, its action RETENTION HOLD and
      *the case ID.
      *----------------------------------------------------------
           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-CAND-PATH TO AUD-INPUT-FILE
           MOVE "N" TO AUD-RESTARTED
           MOVE ZERO TO AUD-RESTART-FROM
           MOVE ZERO TO AUD-RECORDS-REJECTED
           MOVE ZERO TO AUD-EVENTS-ASSEMBLED
           MOVE ZERO TO AUD-LINES-FOLDED
           MOVE ZERO TO AUD-BYTES-WRITTEN
           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = "00"
              DISPLAY "O3DIAG-RETENTION-MANAGER: write failed to "

      *fix clears the old record's verdict instead of flagging
      *forever.
      *
      *Every verdict is also appended to the verification log
      *(O3DVER), one record per delivery checked, so the monthly
      *delivery scorecard can tell which shipments were ever
      *confirmed at their destination.
      *
      *Arguments: manifest path and verification log path (both
      *optional, defaulting to where the export manager appends
      *the manifest and O3DIAG-SHIP-VERIFY.LOG).
      *-----------------------------------------------

       IDENTIFICATION DIVISION.
           SELECT CKSUM-FILE ASSIGN TO DYNAMIC WS-CKSUM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKSUM-STATUS.
           SELECT VERIFY-FILE ASSIGN TO DYNAMIC WS-VERIFY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERIFY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY O3DMAN.
       FD  CKSUM-FILE.
       01  CKSUM-LINE       PIC X(600).
       FD  VERIFY-FILE.
           COPY O3DVER.

       WORKING-STORAGE SECTION.
       01  WS-MANIFEST-PATH     PIC X(256)
       01  WS-MANIFEST-STATUS   PIC XX.
       01  WS-MANIFEST-EOF      PIC X VALUE "N".
       01  WS-ARG-VALUE         PIC X(256) VALUE SPACES.
       01  WS-VERIFY-PATH       PIC X(256)
               VALUE "O3DIAG-SHIP-VERIFY.LOG".
       01  WS-VERIFY-STATUS     PIC XX.
       01  WS-VERDICT           PIC X(11) VALUE SPACES.
       01  WS-CKSUM-PATH        PIC X(300) VALUE SPACES.
       01  WS-CKSUM-STATUS      PIC XX.
       01  WS-RUN-ID            PIC X(21) VALUE SPACES.
       01  WS-RC-MANIFEST-OPEN-FAILED PIC 9(4) VALUE 10.
       01  WS-RC-TABLE-OVERFLOW       PIC 9(4) VALUE 12.
       01  WS-RC-DELIVERY-PROBLEMS    PIC 9(4) VALUE 14.
       01  WS-RC-VERIFY-LOG-FAILED    PIC 9(4) VALUE 16.

      *----------------------------------------------------------
      *Latest-record-wins table over the manifest, the same
               10  WS-DLV-DEST      PIC X(256).
               10  WS-DLV-BYTES     PIC 9(12).
               10  WS-DLV-CRC       PIC 9(10).
               10  WS-DLV-SHIPPED   PIC X(21).

      *----------------------------------------------------------
      *Re-check work fields: the destination file's measured
           IF WS-ARG-VALUE NOT = SPACES
              MOVE WS-ARG-VALUE TO WS-MANIFEST-PATH
           END-IF
           MOVE SPACES TO WS-ARG-VALUE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
              ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-ARG-VALUE NOT = SPACES
              MOVE WS-ARG-VALUE TO WS-VERIFY-PATH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-ID
           MOVE SPACES TO WS-CKSUM-PATH

           PERFORM LOAD-MANIFEST-DELIVERIES

           OPEN EXTEND VERIFY-FILE
           IF WS-VERIFY-STATUS = "35"
              OPEN OUTPUT VERIFY-FILE
           END-IF
           IF WS-VERIFY-STATUS NOT = "00"
              DISPLAY "O3DIAG-SHIP-VERIFIER: cannot open "
                 "verification log " FUNCTION TRIM(WS-VERIFY-PATH)
                 " (file status " WS-VERIFY-STATUS ")"
              MOVE WS-RC-VERIFY-LOG-FAILED TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM VARYING WS-DLV-IDX FROM 1 BY 1
                 UNTIL WS-DLV-IDX > WS-DLV-COUNT
              PERFORM VERIFY-ONE-DELIVERY
              PERFORM WRITE-VERIFY-RECORD
           END-PERFORM
           CLOSE VERIFY-FILE

           MOVE SPACES TO WS-CLEANUP-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
              MOVE WS-DLV-COUNT TO WS-DLV-FOUND
           END-IF
           MOVE MAN-BYTE-COUNT TO WS-DLV-BYTES(WS-DLV-FOUND)
           MOVE MAN-CHECKSUM TO WS-DLV-CRC(WS-DLV-FOUND)
           MOVE MAN-TIMESTAMP TO WS-DLV-SHIPPED(WS-DLV-FOUND).

       VERIFY-ONE-DELIVERY.
      *----------------------------------------------------------

           IF WS-CKSUM-OK = "N"
              ADD 1 TO WS-OUTSTANDING-COUNT
              MOVE "OUTSTANDING" TO WS-VERDICT
              DISPLAY "O3DIAG-SHIP-VERIFIER: OUTSTANDING "
                 FUNCTION TRIM(WS-DEST-PATH)
                 " - delivered file is missing or unreadable"
              IF WS-FOUND-BYTES = WS-DLV-BYTES(WS-DLV-IDX)
                 AND WS-FOUND-CRC = WS-DLV-CRC(WS-DLV-IDX)
                 ADD 1 TO WS-VERIFIED-COUNT
                 MOVE "VERIFIED" TO WS-VERDICT
              ELSE
                 ADD 1 TO WS-MISMATCH-COUNT
                 MOVE "MISMATCH" TO WS-VERDICT
                 DISPLAY "O3DIAG-SHIP-VERIFIER: MISMATCH "
                    FUNCTION TRIM(WS-DEST-PATH)
                    " - manifest " WS-DLV-BYTES(WS-DLV-IDX)
              END-IF
           END-IF.

       WRITE-VERIFY-RECORD.
           MOVE SPACES TO VERIFY-RECORD
           MOVE WS-DLV-ARCHIVE(WS-DLV-IDX) TO VER-ARCHIVE-NAME
           MOVE WS-DLV-DEST(WS-DLV-IDX) TO VER-DEST
           MOVE WS-DLV-SHIPPED(WS-DLV-IDX) TO VER-SHIPPED-TS
           MOVE WS-VERDICT TO VER-VERDICT
           MOVE FUNCTION CURRENT-DATE TO VER-CHECKED-TS
           WRITE VERIFY-RECORD
           IF WS-VERIFY-STATUS NOT = "00"
              DISPLAY "O3DIAG-SHIP-VERIFIER: write failed to "
                 "verification log " FUNCTION TRIM(WS-VERIFY-PATH)
                 " (file status " WS-VERIFY-STATUS ")"
              CLOSE VERIFY-FILE
              MOVE WS-RC-VERIFY-LOG-FAILED TO RETURN-CODE
              STOP RUN
           END-IF.

       READ-CKSUM-RESULT.
           MOVE SPACES TO WS-CKSUM-CRC WS-CKSUM-BYTES
           OPEN INPUT CKSUM-FILE

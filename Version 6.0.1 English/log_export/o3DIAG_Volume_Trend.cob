      *nights but is missing from the latest sweep entirely - a
      *logging agent that died leaves its file static, the nightly
      *driver keeps "succeeding" over it, and only the trend shows
      *the feed went quiet. A source the nightly driver
      *deliberately held back (its audit record labelled DRIVER
      *instead of an output path) is listed with the driver's
      *reason but not counted as silent.
      *
      *Arguments: audit file path and report path (both optional,
      *defaulting to where the export manager and this report
               10  WS-SRC-LAST-BASE-DAY PIC 9(8).
               10  WS-SRC-NIGHT-TOTAL   PIC 9(12).
               10  WS-SRC-SEEN-LAST     PIC X.
               10  WS-SRC-DRIVER-NOTE   PIC X(12).

      *----------------------------------------------------------
      *Per-source judgement work fields for the report pass.
       01  WS-SRC-FLAG          PIC X(12) VALUE SPACES.
       01  WS-FLAGGED-COUNT     PIC 9(4)  VALUE ZERO.
       01  WS-SILENT-COUNT      PIC 9(4)  VALUE ZERO.
       01  WS-HELD-BACK-COUNT   PIC 9(4)  VALUE ZERO.

      *----------------------------------------------------------
      *Trimmed source name for the report, rightmost 40 bytes kept
           DISPLAY "o3DIAG Volume Trend: " WS-SRC-COUNT
              " source(s) trended, " WS-FLAGGED-COUNT
              " volume flag(s), " WS-SILENT-COUNT
              " silent source(s), " WS-HELD-BACK-COUNT
              " held back by the driver - report written to "
              FUNCTION TRIM(WS-REPORT-FILE-PATH)

           IF WS-FLAGGED-COUNT > 0 OR WS-SILENT-COUNT > 0
      *ignored when older. Several runs of one source on one
      *night (a re-run after a failure) sum into that night, and
      *a new baseline night is counted when the day number moves.
      *A DRIVER record carries no volume; on the latest night it
      *only notes why the source has no export there.
      *----------------------------------------------------------
           MOVE AUD-START-TS(1:8) TO WS-REC-DAY
           COMPUTE WS-REC-DAY =
              FUNCTION INTEGER-OF-DATE(WS-REC-DAY)
           IF WS-REC-DAY < WS-CUTOFF-DAY
              CONTINUE
           ELSE
           IF AUD-OUTPUT-FILE(1:7) = "DRIVER "
              IF WS-REC-DAY = WS-LATEST-DAY
                 PERFORM FIND-OR-ADD-SOURCE
                 MOVE AUD-OUTPUT-FILE(8:12)
                    TO WS-SRC-DRIVER-NOTE(WS-SRC-FOUND)
              END-IF
           ELSE
              PERFORM FIND-OR-ADD-SOURCE
              IF WS-REC-DAY = WS-LATEST-DAY
                 ADD AUD-RECORDS-READ
                    TO WS-SRC-BASE-TOTAL(WS-SRC-FOUND)
              END-IF
           END-IF
           END-IF.

       FIND-OR-ADD-SOURCE.
              MOVE ZERO TO WS-SRC-LAST-BASE-DAY(WS-SRC-COUNT)
              MOVE ZERO TO WS-SRC-NIGHT-TOTAL(WS-SRC-COUNT)
              MOVE "N" TO WS-SRC-SEEN-LAST(WS-SRC-COUNT)
              MOVE SPACES TO WS-SRC-DRIVER-NOTE(WS-SRC-COUNT)
              MOVE WS-SRC-COUNT TO WS-SRC-FOUND
           END-IF.

      *The sources this report exists for: present on baseline
      *nights, absent from the latest sweep entirely. The driver
      *reported success without them - nothing else surfaces that.
      *A source the driver itself held back last night is listed
      *here too, flagged with the driver's reason, but it is an
      *accounted-for absence and does not count as silent.
      *----------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
                 UNTIL WS-SRC-IDX > WS-SRC-COUNT
              IF WS-SRC-SEEN-LAST(WS-SRC-IDX) = "N"
                 AND WS-SRC-BASE-NIGHTS(WS-SRC-IDX) > ZERO
                 PERFORM TRIM-SOURCE-NAME
                 MOVE SPACES TO WS-DETAIL-LINE
                 MOVE WS-NAME-DISPLAY TO DET-SOURCE
                 MOVE WS-BASE-AVG TO DET-BASE-AVG
                 MOVE ZERO TO DET-LAST-NIGHT
                 MOVE ZERO TO DET-PCT
                 IF WS-SRC-DRIVER-NOTE(WS-SRC-IDX) = SPACES
                    ADD 1 TO WS-SILENT-COUNT
                    MOVE "SILENT" TO DET-FLAG
                 ELSE
                    ADD 1 TO WS-HELD-BACK-COUNT
                    MOVE WS-SRC-DRIVER-NOTE(WS-SRC-IDX) TO DET-FLAG
                 END-IF
                 MOVE WS-DETAIL-LINE TO REPORT-LINE
                 WRITE REPORT-LINE
                 PERFORM CHECK-REPORT-WRITE

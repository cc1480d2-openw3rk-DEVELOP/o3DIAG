       01  WS-TOTAL-READ        PIC 9(12) VALUE ZERO.
       01  WS-TOTAL-WRITTEN     PIC 9(12) VALUE ZERO.
       01  WS-TOTAL-REJECTED    PIC 9(12) VALUE ZERO.
       01  WS-TOTAL-EVENTS      PIC 9(12) VALUE ZERO.
       01  WS-TOTAL-FOLDED      PIC 9(12) VALUE ZERO.
       01  WS-EXCEPTION-COUNT   PIC 9(6) VALUE ZERO.
      *----------------------------------------------------------
      *The retention manager appends its purge activity to the
      *detail, not export runs - they are counted here but kept
      *off the run detail and out of the run totals, so a
      *500-file purge doesn't bury the night's real exports
      *under 500 zero-count SUCCESS lines. Files and store entries
      *the purge jobs skipped under a legal hold come in as
      *RETENTION HOLD records and are counted apart from the
      *purges - a skip is the opposite of a removal.
      *The nightly driver likewise appends a DRIVER DEFERRED
      *record for each file its deadline pushed to the carry-over
      *list, and a DRIVER SKIP record for each file its
      *processing calendar left out tonight; no export ran for
      *those, so they are counted the same way and kept off the
      *run lines - a planned skip is neither a run nor a failure.
      *----------------------------------------------------------
       01  WS-PURGE-REC-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-HOLD-REC-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-DEFER-REC-COUNT   PIC 9(6) VALUE ZERO.
       01  WS-SKIP-REC-COUNT    PIC 9(6) VALUE ZERO.

      *----------------------------------------------------------
      *Elapsed-time work fields. AUD-START-TS/AUD-END-TS carry the
                 AT END MOVE "Y" TO WS-AUDIT-EOF
                 NOT AT END
                    IF AUDIT-RECORD NOT = SPACES
                       IF AUD-OUTPUT-FILE(1:15) = "RETENTION HOLD "
                          ADD 1 TO WS-HOLD-REC-COUNT
                       END-IF
                       IF AUD-OUTPUT-FILE(1:10) = "RETENTION "
                          AND AUD-OUTPUT-FILE(1:15)
                             NOT = "RETENTION HOLD "
                          ADD 1 TO WS-PURGE-REC-COUNT
                       END-IF
                       IF AUD-OUTPUT-FILE(1:16) = "DRIVER DEFERRED "
                          ADD 1 TO WS-DEFER-REC-COUNT
                       END-IF
                       IF AUD-OUTPUT-FILE(1:12) = "DRIVER SKIP "
                          ADD 1 TO WS-SKIP-REC-COUNT
                       END-IF
                       IF AUD-OUTPUT-FILE(1:10) NOT = "RETENTION "
                          AND AUD-OUTPUT-FILE(1:7) NOT = "DRIVER "
                          PERFORM ACCUMULATE-TOTALS
                          PERFORM WRITE-DETAIL-LINE
                       END-IF
                 NOT AT END
                    IF AUDIT-RECORD NOT = SPACES
                       AND AUD-OUTPUT-FILE(1:10) NOT = "RETENTION "
                       AND AUD-OUTPUT-FILE(1:7) NOT = "DRIVER "
                       AND (AUD-RETURN-CODE NOT = ZERO
                            OR AUD-RESTARTED = "Y")
                       ADD 1 TO WS-EXCEPTION-COUNT
      *----------------------------------------------------------
           IF AUD-RECORDS-REJECTED IS NUMERIC
              ADD AUD-RECORDS-REJECTED TO WS-TOTAL-REJECTED
           END-IF
           IF AUD-EVENTS-ASSEMBLED IS NUMERIC
              ADD AUD-EVENTS-ASSEMBLED TO WS-TOTAL-EVENTS
           END-IF
           IF AUD-LINES-FOLDED IS NUMERIC
              ADD AUD-LINES-FOLDED TO WS-TOTAL-FOLDED
           END-IF.

       WRITE-DETAIL-LINE.
                 MOVE "BAD PARAMETER" TO WS-RC-DECODED
              WHEN 38
                 MOVE "MANIFEST FAILED" TO WS-RC-DECODED
              WHEN 40
                 MOVE "REDACTION FAILED" TO WS-RC-DECODED
              WHEN OTHER
                 MOVE "UNKNOWN RETURN CODE" TO WS-RC-DECODED
           END-EVALUATE.
           WRITE REPORT-LINE
           PERFORM CHECK-REPORT-WRITE

           MOVE "EVENTS ASSEMBLED" TO TOT-LABEL
           MOVE WS-TOTAL-EVENTS TO TOT-VALUE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM CHECK-REPORT-WRITE

           MOVE "LINES FOLDED INTO EVENTS" TO TOT-LABEL
           MOVE WS-TOTAL-FOLDED TO TOT-VALUE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM CHECK-REPORT-WRITE

           MOVE "RETENTION PURGES (SEE AUDIT)" TO TOT-LABEL
           MOVE WS-PURGE-REC-COUNT TO TOT-VALUE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM CHECK-REPORT-WRITE

           MOVE "LEGAL-HOLD SKIPS (SEE AUDIT)" TO TOT-LABEL
           MOVE WS-HOLD-REC-COUNT TO TOT-VALUE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM CHECK-REPORT-WRITE

           MOVE "CARRY-OVER DEFERRALS" TO TOT-LABEL
           MOVE WS-DEFER-REC-COUNT TO TOT-VALUE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM CHECK-REPORT-WRITE

           MOVE "CALENDAR SKIPS" TO TOT-LABEL
           MOVE WS-SKIP-REC-COUNT TO TOT-VALUE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM CHECK-REPORT-WRITE.

       WRITE-EXCEPTION-HEADER.

               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-KEY
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT REDACT-FILE ASSIGN TO DYNAMIC WS-REDACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REDACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  CKSUM-LINE       PIC X(300).
       FD  INDEX-FILE.
           COPY O3DIDX.
       FD  REDACT-FILE.
       01  REDACT-RECORD.
           05  RED-KEYWORD  PIC X(20).
           05  RED-VALUE    PIC X(256).

       WORKING-STORAGE SECTION.
       01  WS-FILE-IN       PIC X(256).
       01  WS-RC-INDEX-FAILED        PIC 9(4) VALUE 34.
       01  WS-RC-PARM-INVALID        PIC 9(4) VALUE 36.
       01  WS-RC-MANIFEST-FAILED     PIC 9(4) VALUE 38.
       01  WS-RC-REDACT-FAILED       PIC 9(4) VALUE 40.

      *----------------------------------------------------------
      *Parameter file: the sole command-line argument is the path
       01  WS-CSV-MODE          PIC X VALUE "N".
       01  WS-CSV-HEADER        PIC X(40)
               VALUE "timestamp,severity,component,message".
       01  WS-CSV-HEADER-UTC.
           05  FILLER           PIC X(36)
               VALUE "timestamp,severity,component,message".
           05  FILLER           PIC X(24)
               VALUE ",local_timestamp".

      *----------------------------------------------------------
      *INPUT-FORMAT parameter selects the parser that fills the
       01  WS-LOG-MESSAGE       PIC X(256) VALUE SPACES.
       01  WS-UNSTRING-PTR      PIC 9(4)   VALUE 1.

      *----------------------------------------------------------
      *UTC normalization, enabled by SOURCE-TZ or CLOCK-OFFSET.
      *SOURCE-TZ names the zone the source's clock runs in - a
      *zone name from O3DTZ, which carries its daylight-saving
      *rule, or a fixed offset such as +05:30 (default UTC).
      *A JSONL or SYSLOG stamp that carries its own offset (Z,
      *+HH:MM) is converted by that offset instead; SOURCE-TZ
      *decides the stamps that carry none, which is every HOUSE
      *stamp. CLOCK-OFFSET is a signed number of seconds added
      *after conversion, for a host whose clock is known to run
      *ahead or behind. The parsed date and time - and with them
      *FILTER-FROM/FILTER-TO, the index key and the CSV
      *timestamp - then hold UTC, and the stamp as the source
      *wrote it is kept beside them for display, with the
      *offset that was applied (WS-LOCAL-STAMP).
      *----------------------------------------------------------
       01  WS-UTC-MODE          PIC X      VALUE "N".
       01  WS-SOURCE-TZ         PIC X(20)  VALUE "UTC".
       01  WS-CLOCK-OFFSET      PIC S9(5)  VALUE ZERO.
       01  WS-TZ-STD-MINUTES    PIC S9(4)  VALUE ZERO.
       01  WS-TZ-RULE           PIC X      VALUE "N".
       01  WS-TZ-IDX            PIC 9(2)   VALUE ZERO.
       01  WS-TZ-OK             PIC X      VALUE "N".
       01  WS-CLOCK-OFFSET-TEXT PIC X(8)   VALUE SPACES.
       01  WS-TZ-NUM-LEN        PIC 9(4)   VALUE ZERO.
       01  WS-LOCAL-STAMP       PIC X(25)  VALUE SPACES.

      *----------------------------------------------------------
      *Stamp conversion work fields. Instants are carried as
      *seconds since the FUNCTION INTEGER-OF-DATE epoch; the
      *zone's daylight-saving period is worked out once per
      *year seen, not once per line.
      *----------------------------------------------------------
       01  WS-STAMP-TEXT        PIC X(48)  VALUE SPACES.
       01  WS-STAMP-HAS-OFFSET  PIC X      VALUE "N".
       01  WS-STAMP-MINUTES     PIC S9(4)  VALUE ZERO.
       01  WS-TZ-PTR            PIC 9(2)   VALUE ZERO.
       01  WS-TZ-STEP           PIC 9(2)   VALUE ZERO.
       01  WS-TZ-SIGN           PIC X      VALUE SPACE.
       01  WS-TZ-HH             PIC 9(2)   VALUE ZERO.
       01  WS-TZ-MM             PIC 9(2)   VALUE ZERO.
       01  WS-TZ-SS             PIC 9(2)   VALUE ZERO.
       01  WS-TZ-APPLY-MINUTES  PIC S9(4)  VALUE ZERO.
       01  WS-TZ-ABS-MINUTES    PIC 9(4)   VALUE ZERO.
       01  WS-TZ-DATE-DIGITS    PIC X(8)   VALUE SPACES.
       01  WS-TZ-DATE-NUM       PIC 9(8)   VALUE ZERO.
       01  WS-TZ-DATE-WORK      PIC 9(8)   VALUE ZERO.
       01  WS-TZ-YEAR           PIC 9(4)   VALUE ZERO.
       01  WS-TZ-RULE-YEAR      PIC 9(4)   VALUE ZERO.
       01  WS-TZ-WORK-DAY       PIC 9(7)   VALUE ZERO.
       01  WS-TZ-DAY-NUM        PIC 9(7)   VALUE ZERO.
       01  WS-TZ-DAY-SECONDS    PIC 9(5)   VALUE ZERO.
       01  WS-TZ-LOCAL-SECONDS  PIC 9(12)  VALUE ZERO.
       01  WS-TZ-UTC-SECONDS    PIC 9(12)  VALUE ZERO.
       01  WS-TZ-DST-TEST       PIC 9(12)  VALUE ZERO.
       01  WS-TZ-DST-START      PIC 9(12)  VALUE ZERO.
       01  WS-TZ-DST-END        PIC 9(12)  VALUE ZERO.
           COPY O3DTZ.

      *----------------------------------------------------------
      *JSONL field extraction: JSONL-EXTRACT-FIELD scans the input
      *line for '"<key>":' and captures the value that follows -
      *CSV quote-escaping for WS-LOG-MESSAGE: RFC4180 escapes an
      *embedded double quote by doubling it, so a message copied
      *from a stack trace or a quoted string doesn't split the
      *message field across the following CSV columns. Sized for
      *an assembled event's message (WS-EVENT-MESSAGE); the
      *escaped text stops short of the point where the finished
      *CSV line would outgrow OUTPUT-LINE-LONG, which is also the
      *line length Index Maintenance's REBUILD reads back.
      *----------------------------------------------------------
       01  WS-CSV-MSG-TRIMMED   PIC X(1024) VALUE SPACES.
       01  WS-CSV-MSG-ESCAPED   PIC X(1940) VALUE SPACES.
       01  WS-CSV-ESCAPED-MAX   PIC 9(4)   VALUE 1940.
       01  WS-CSV-MSG-LEN       PIC 9(4)   VALUE ZERO.
       01  WS-CSV-MSG-IDX       PIC 9(4)   VALUE ZERO.
       01  WS-CSV-OUT-IDX       PIC 9(4)   VALUE ZERO.
       01  WS-CSV-OUT-PTR       PIC 9(4)   VALUE ZERO.
       01  WS-CSV-CHAR          PIC X      VALUE SPACE.

      *----------------------------------------------------------
      *Event assembly, enabled by EVENT-MODE Y: a line whose date
      *and time don't have the stamp shape - the same test the
      *consolidator glues continuation lines by, so "at com.x..."
      *and "Caused by:" lines of a Java stack trace - is folded
      *into the event the last stamped line opened instead of
      *being judged as a line of its own. The event is held back
      *until the next stamped line (or end of file) closes it,
      *then written as ONE CSV record and ONE index entry whose
      *message carries the whole trace, each continuation line
      *trimmed and joined on by the two characters \n - the line
      *break escape the SIEM's CSV input reads back - so the CSV
      *keeps one record per physical output line. A flat LINE or
      *LONGLINE export still writes the lines verbatim, the trace
      *following its parent. Continuation lines share their
      *parent's fate: shipped with a selected parent, dropped
      *with a filtered one, and diverted to the reject file with
      *a rejected one. Only a continuation line with no event
      *before it in this run - the first lines of a file, or of
      *a delta past the mark - is still judged as a line of its
      *own, and rejected wherever a bad line is rejected. An
      *assembled message is capped at WS-EVENT-MESSAGE's length;
      *a longer trace is cut there and counted. Checkpoints are
      *taken only as an event opens, so a restart never resumes
      *in the middle of one.
      *----------------------------------------------------------
       01  WS-EVENT-MODE        PIC X      VALUE "N".
       01  WS-LINE-CONTINUES    PIC X      VALUE "N".
       01  WS-EVENT-PENDING     PIC X      VALUE "N".
       01  WS-EVENT-SELECTED    PIC X      VALUE "N".
       01  WS-EVENT-VALID       PIC X      VALUE "N".
       01  WS-EVENT-REJECTED    PIC X      VALUE "N".
       01  WS-EVENT-RECORD-NUM  PIC 9(9)   VALUE ZERO.
       01  WS-EVENT-DATE        PIC X(10)  VALUE SPACES.
       01  WS-EVENT-TIME        PIC X(8)   VALUE SPACES.
       01  WS-EVENT-SEVERITY    PIC X(5)   VALUE SPACES.
       01  WS-EVENT-COMPONENT   PIC X(30)  VALUE SPACES.
       01  WS-EVENT-LOCAL-STAMP PIC X(25)  VALUE SPACES.
       01  WS-EVENT-MESSAGE     PIC X(1024) VALUE SPACES.
       01  WS-EVENT-MSG-PTR     PIC 9(4)   VALUE 1.
       01  WS-EVENT-CUT         PIC X      VALUE "N".
       01  WS-FOLD-TEXT         PIC X(2048) VALUE SPACES.
       01  WS-EVENT-COUNT       PIC 9(9)   VALUE ZERO.
       01  WS-LINES-FOLDED      PIC 9(9)   VALUE ZERO.
       01  WS-EVENTS-CUT        PIC 9(9)   VALUE ZERO.
       01  WS-CHECKPOINT-DUE    PIC X      VALUE "N".

      *----------------------------------------------------------
      *Sensitive-data redaction, enabled by REDACT-PATH: a rule
      *file in the same "KEYWORD  VALUE" style as the retention
      *and escalation policies. RULE opens a rule and names it;
      *KIND says what the rule finds - CARD (a card number: 13 to
      *19 digits, optionally grouped by single spaces or hyphens,
      *that passes the Luhn check, so order numbers and
      *timestamps are left alone), EMAIL (an address
      *local@domain.tld) or PREFIX (the value that follows the
      *literal text given by MATCH - "password=", "Bearer" -
      *matched regardless of case, the text itself kept so the
      *reader still sees what was removed). MASK is the text put
      *in place of what was found (default [REDACTED]); KEEP-LAST
      *optionally leaves that many trailing characters readable,
      *the last four digits of a card for the fraud desk. Each
      *line is masked as it is read, before parsing, so the flat
      *or CSV output, the index store, the alert samples and the
      *reject file all receive the same masked text. Rules apply
      *in file order, and the substitutions each one made are
      *reported when the run completes.
      *----------------------------------------------------------
       01  WS-REDACT-PATH       PIC X(256) VALUE SPACES.
       01  WS-REDACT-MODE       PIC X      VALUE "N".
       01  WS-REDACT-STATUS     PIC XX.
       01  WS-REDACT-EOF        PIC X      VALUE "N".
       01  WS-RED-MAX           PIC 9(2)   VALUE 16.
       01  WS-RED-COUNT         PIC 9(2)   VALUE ZERO.
       01  WS-RED-IDX           PIC 9(2)   VALUE ZERO.
       01  WS-RED-RULES.
           05  WS-RED-ENTRY OCCURS 16 TIMES.
               10  WS-RED-NAME      PIC X(20).
               10  WS-RED-KIND      PIC X(8).
               10  WS-RED-MATCH     PIC X(64).
               10  WS-RED-MATCH-LEN PIC 9(4).
               10  WS-RED-MASK      PIC X(64).
               10  WS-RED-MASK-LEN  PIC 9(4).
               10  WS-RED-KEEP      PIC 9(2).
               10  WS-RED-HITS      PIC 9(9).
       01  WS-RED-NUM-DIGITS    PIC X(8)   VALUE SPACES.
       01  WS-RED-NUM-LEN       PIC 9(4)   VALUE ZERO.

      *----------------------------------------------------------
      *Redaction scan work fields. WS-RED-TEXT is rebuilt into
      *WS-RED-OUT one rule at a time; a match consumes
      *WS-RED-HIT-LEN characters, of which the first
      *WS-RED-KEEP-LEN (a PREFIX rule's own text) are copied as
      *they stand and the rest replaced by the mask. A card
      *number's digits and their positions are collected for the
      *Luhn check.
      *----------------------------------------------------------
       01  WS-RED-TEXT          PIC X(2048) VALUE SPACES.
       01  WS-RED-UPPER         PIC X(2048) VALUE SPACES.
       01  WS-RED-OUT           PIC X(2048) VALUE SPACES.
       01  WS-RED-LEN           PIC 9(4)   VALUE ZERO.
       01  WS-RED-OUT-LEN       PIC 9(4)   VALUE ZERO.
       01  WS-RED-POS           PIC 9(4)   VALUE ZERO.
       01  WS-RED-SCAN          PIC 9(4)   VALUE ZERO.
       01  WS-RED-VALUE-START   PIC 9(4)   VALUE ZERO.
       01  WS-RED-VALUE-LEN     PIC 9(4)   VALUE ZERO.
       01  WS-RED-HIT-LEN       PIC 9(4)   VALUE ZERO.
       01  WS-RED-KEEP-LEN      PIC 9(4)   VALUE ZERO.
       01  WS-RED-TAIL-LEN      PIC 9(4)   VALUE ZERO.
       01  WS-RED-LAST-DOT      PIC 9(4)   VALUE ZERO.
       01  WS-RED-CHAR          PIC X      VALUE SPACE.
       01  WS-RED-PREV          PIC X      VALUE SPACE.
       01  WS-RED-CLASS         PIC X      VALUE SPACE.
       01  WS-RED-PREV-CLASS    PIC X      VALUE SPACE.
       01  WS-RED-SCAN-DONE     PIC X      VALUE "N".
       01  WS-RED-CANDIDATE     PIC X      VALUE "N".
       01  WS-RED-RULE-HIT      PIC X      VALUE "N".
       01  WS-RED-CHANGED       PIC X      VALUE "N".
       01  WS-RED-AT-COUNT      PIC 9(4)   VALUE ZERO.
       01  WS-RED-DIGIT-COUNT   PIC 9(2)   VALUE ZERO.
       01  WS-RED-DIGIT-IDX     PIC 9(2)   VALUE ZERO.
       01  WS-RED-DIGIT-TABLE.
           05  WS-RED-DIGIT-ENTRY OCCURS 19 TIMES.
               10  WS-RED-DIGIT     PIC 9.
               10  WS-RED-DIGIT-POS PIC 9(4).
       01  WS-RED-CARD-LEN      PIC 9(2)   VALUE ZERO.
       01  WS-RED-LUHN-IDX      PIC 9(2)   VALUE ZERO.
       01  WS-RED-LUHN-DIGIT    PIC 9(2)   VALUE ZERO.
       01  WS-RED-LUHN-SUM      PIC 9(4)   VALUE ZERO.
       01  WS-RED-LUHN-OK       PIC X      VALUE "N".

      *----------------------------------------------------------
      *Audit trail: one AUDIT-RECORD appended per run so compliance
      *reviews have real proof of what was exported, not just the
       01  WS-RECORDS-READ-EFFECTIVE PIC 9(9) VALUE ZERO.
       01  WS-SKIP-THROUGH      PIC 9(9) VALUE ZERO.
       01  WS-RECORDS-WRITTEN   PIC 9(9) VALUE ZERO.
       01  WS-BYTES-WRITTEN     PIC 9(12) VALUE ZERO.
       01  WS-TOTAL-LINES-WRITTEN PIC 9(9) VALUE ZERO.
       01  WS-OUTPUT-LINES-BEFORE PIC 9(9) VALUE ZERO.
       01  WS-OUTPUT-LINES-AFTER  PIC 9(9) VALUE ZERO.
       01  WS-CHECKPOINT-INTERVAL   PIC 9(9) VALUE 10000.
       01  WS-RESTART-RECORD-NUM    PIC 9(9) VALUE ZERO.
       01  WS-RESTART-ACTIVE        PIC X VALUE "N".
       01  WS-CHECKPOINT-THROUGH    PIC 9(9) VALUE ZERO.
       01  WS-CLEANUP-COMMAND       PIC X(300).

      *----------------------------------------------------------
      *OVERWRITE run, and still needs its header written.
      *----------------------------------------------------------
           IF WS-CSV-MODE = "Y" AND WS-OUTPUT-LINES-BEFORE = 0
              IF WS-UTC-MODE = "Y"
                 MOVE WS-CSV-HEADER-UTC TO OUTPUT-LINE-LONG
              ELSE
                 MOVE WS-CSV-HEADER TO OUTPUT-LINE-LONG
              END-IF
              WRITE OUTPUT-LINE-LONG
              PERFORM CHECK-OUTPUT-WRITE
              ADD 1 TO WS-TOTAL-LINES-WRITTEN
           IF WS-INDEX-MODE = "Y"
              CLOSE INDEX-FILE
           END-IF
           IF WS-REDACT-MODE = "Y"
              PERFORM REPORT-REDACTION-COUNTS
           END-IF
           IF WS-EVENT-MODE = "Y"
              PERFORM REPORT-EVENT-COUNTS
           END-IF

           PERFORM RECONCILE-RECORD-COUNTS

                        AND WS-RECORDS-READ <= WS-DELTA-SKIP-NUM)
                       CONTINUE
                    ELSE
                       IF WS-REDACT-MODE = "Y"
                          PERFORM REDACT-INPUT-LINE
                       END-IF
                       IF WS-EVENT-MODE = "Y"
                          PERFORM ASSEMBLE-EVENT-LINE
                       ELSE
                          PERFORM EVALUATE-LINE-FILTER
                          IF WS-LINE-SELECTED = "Y"
                             PERFORM WRITE-EXPORT-LINE
                             IF WS-INDEX-MODE = "Y"
                                AND WS-LINE-VALID = "Y"
                                PERFORM WRITE-INDEX-RECORD
                             END-IF
                          END-IF
                          IF FUNCTION MOD(WS-RECORDS-READ,
                                WS-CHECKPOINT-INTERVAL) = 0
                             MOVE WS-RECORDS-READ
                                TO WS-CHECKPOINT-THROUGH
                             PERFORM SAVE-CHECKPOINT
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           IF WS-EVENT-PENDING = "Y"
              PERFORM FLUSH-PENDING-EVENT
           END-IF.

       WRITE-EXPORT-LINE.
      *----------------------------------------------------------
      *WS-BYTES-WRITTEN counts what each exported record occupies
      *in the output file - its text without trailing spaces plus
      *the line terminator - for the chargeback's export volume.
      *The CSV header and the footer lines are not counted.
      *----------------------------------------------------------
           EVALUATE TRUE
              WHEN WS-CSV-MODE = "Y"
                 PERFORM BUILD-CSV-LINE
                 WRITE OUTPUT-LINE-LONG
                 COMPUTE WS-BYTES-WRITTEN = WS-BYTES-WRITTEN + 1
                    + FUNCTION LENGTH(FUNCTION TRIM(OUTPUT-LINE-LONG
                       TRAILING))
              WHEN WS-LONG-LINE-MODE = "Y"
                 MOVE INPUT-LINE-LONG TO OUTPUT-LINE-LONG
                 WRITE OUTPUT-LINE-LONG
                 COMPUTE WS-BYTES-WRITTEN = WS-BYTES-WRITTEN + 1
                    + FUNCTION LENGTH(FUNCTION TRIM(OUTPUT-LINE-LONG
                       TRAILING))
              WHEN OTHER
                 MOVE INPUT-LINE TO OUTPUT-LINE
                 WRITE OUTPUT-LINE
                 COMPUTE WS-BYTES-WRITTEN = WS-BYTES-WRITTEN + 1
                    + FUNCTION LENGTH(FUNCTION TRIM(OUTPUT-LINE
                       TRAILING))
           END-EVALUATE
           PERFORM CHECK-OUTPUT-WRITE
           ADD 1 TO WS-RECORDS-WRITTEN
           ADD 1 TO WS-TOTAL-LINES-WRITTEN.

       ASSEMBLE-EVENT-LINE.
      *----------------------------------------------------------
      *A stamped line closes the pending event and opens its own;
      *a line without a stamp joins the pending event, or - with
      *none pending - goes through the ordinary per-line checks,
      *which reject it wherever a line that fails validation is
      *rejected. A stamped line writes its flat copy at once; only
      *its CSV record and index entry wait for the event to close.
      *----------------------------------------------------------
           PERFORM PARSE-LOG-LINE
           PERFORM CHECK-CONTINUATION-LINE
           IF WS-LINE-CONTINUES = "Y" AND WS-EVENT-PENDING = "Y"
              PERFORM FOLD-CONTINUATION-LINE
           ELSE
              IF WS-EVENT-PENDING = "Y"
                 PERFORM FLUSH-PENDING-EVENT
              END-IF
              IF WS-CHECKPOINT-DUE = "Y"
                 COMPUTE WS-CHECKPOINT-THROUGH = WS-RECORDS-READ - 1
                 PERFORM SAVE-CHECKPOINT
                 MOVE "N" TO WS-CHECKPOINT-DUE
              END-IF
              PERFORM EVALUATE-LINE-FILTER
              IF WS-LINE-CONTINUES = "N"
                 PERFORM OPEN-PENDING-EVENT
              END-IF
              IF WS-LINE-SELECTED = "Y"
                 AND (WS-LINE-CONTINUES = "Y" OR WS-CSV-MODE = "N")
                 PERFORM WRITE-EXPORT-LINE
              END-IF
           END-IF
           IF FUNCTION MOD(WS-RECORDS-READ,
                 WS-CHECKPOINT-INTERVAL) = 0
              MOVE "Y" TO WS-CHECKPOINT-DUE
           END-IF.

       CHECK-CONTINUATION-LINE.
      *----------------------------------------------------------
      *Same stamp shape the consolidator merges by and
      *VALIDATE-PARSED-FIELDS checks: date YYYY-MM-DD, time
      *HH:MM:SS. A line that fails either is a continuation line.
      *----------------------------------------------------------
           MOVE "N" TO WS-LINE-CONTINUES
           IF WS-LOG-DATE(1:4) IS NOT NUMERIC
              OR WS-LOG-DATE(5:1) NOT = "-"
              OR WS-LOG-DATE(6:2) IS NOT NUMERIC
              OR WS-LOG-DATE(8:1) NOT = "-"
              OR WS-LOG-DATE(9:2) IS NOT NUMERIC
              OR WS-LOG-DATE(6:2) < "01"
              OR WS-LOG-DATE(6:2) > "12"
              OR WS-LOG-DATE(9:2) < "01"
              OR WS-LOG-DATE(9:2) > "31"
              MOVE "Y" TO WS-LINE-CONTINUES
           END-IF
           IF WS-LINE-CONTINUES = "N"
              IF WS-LOG-TIME(1:2) IS NOT NUMERIC
                 OR WS-LOG-TIME(3:1) NOT = ":"
                 OR WS-LOG-TIME(4:2) IS NOT NUMERIC
                 OR WS-LOG-TIME(6:1) NOT = ":"
                 OR WS-LOG-TIME(7:2) IS NOT NUMERIC
                 OR WS-LOG-TIME(1:2) > "23"
                 OR WS-LOG-TIME(4:2) > "59"
                 OR WS-LOG-TIME(7:2) > "59"
                 MOVE "Y" TO WS-LINE-CONTINUES
              END-IF
           END-IF.

       OPEN-PENDING-EVENT.
      *----------------------------------------------------------
      *Keeps the opening line's parsed fields and its selection
      *and reject decision - EVALUATE-LINE-FILTER has just made
      *both - for the continuation lines that follow and for the
      *records written when the event closes.
      *----------------------------------------------------------
           ADD 1 TO WS-EVENT-COUNT
           MOVE "Y" TO WS-EVENT-PENDING
           MOVE WS-LINE-SELECTED TO WS-EVENT-SELECTED
           MOVE WS-LINE-VALID TO WS-EVENT-VALID
           MOVE "N" TO WS-EVENT-REJECTED
           IF (WS-FILTER-ACTIVE = "Y" OR WS-CSV-MODE = "Y")
              AND WS-LINE-VALID = "N"
              MOVE "Y" TO WS-EVENT-REJECTED
           END-IF
           MOVE WS-RECORDS-READ TO WS-EVENT-RECORD-NUM
           MOVE WS-LOG-DATE TO WS-EVENT-DATE
           MOVE WS-LOG-TIME TO WS-EVENT-TIME
           MOVE WS-LOG-SEVERITY TO WS-EVENT-SEVERITY
           MOVE WS-LOG-COMPONENT TO WS-EVENT-COMPONENT
           MOVE WS-LOCAL-STAMP TO WS-EVENT-LOCAL-STAMP
           MOVE SPACES TO WS-EVENT-MESSAGE
           MOVE 1 TO WS-EVENT-MSG-PTR
           MOVE "N" TO WS-EVENT-CUT
           IF WS-LOG-MESSAGE NOT = SPACES
              STRING FUNCTION TRIM(WS-LOG-MESSAGE) DELIMITED BY SIZE
                  INTO WS-EVENT-MESSAGE
                  WITH POINTER WS-EVENT-MSG-PTR
              END-STRING
           END-IF.

       FOLD-CONTINUATION-LINE.
           ADD 1 TO WS-LINES-FOLDED
           IF WS-EVENT-REJECTED = "Y"
              PERFORM VALIDATE-PARSED-FIELDS
              PERFORM WRITE-REJECT-RECORD
              ADD 1 TO WS-RECORDS-REJECTED
           ELSE
              IF WS-LONG-LINE-MODE = "Y"
                 MOVE FUNCTION TRIM(INPUT-LINE-LONG) TO WS-FOLD-TEXT
              ELSE
                 MOVE FUNCTION TRIM(INPUT-LINE) TO WS-FOLD-TEXT
              END-IF
              IF WS-FOLD-TEXT NOT = SPACES AND WS-EVENT-CUT = "N"
                 IF WS-EVENT-MSG-PTR > 1
                    STRING "\n" DELIMITED BY SIZE
                        INTO WS-EVENT-MESSAGE
                        WITH POINTER WS-EVENT-MSG-PTR
                        ON OVERFLOW MOVE "Y" TO WS-EVENT-CUT
                    END-STRING
                 END-IF
                 IF WS-EVENT-CUT = "N"
                    STRING FUNCTION TRIM(WS-FOLD-TEXT) DELIMITED BY SIZE
                        INTO WS-EVENT-MESSAGE
                        WITH POINTER WS-EVENT-MSG-PTR
                        ON OVERFLOW MOVE "Y" TO WS-EVENT-CUT
                    END-STRING
                 END-IF
              END-IF
              IF WS-EVENT-SELECTED = "Y" AND WS-CSV-MODE = "N"
                 PERFORM WRITE-EXPORT-LINE
              END-IF
           END-IF.

       FLUSH-PENDING-EVENT.
      *----------------------------------------------------------
      *Closes the pending event: the parsed fields are put back
      *from the opening line, since every continuation line has
      *been parsed over them since, and the event's CSV record
      *and index entry are written.
      *----------------------------------------------------------
           MOVE "N" TO WS-EVENT-PENDING
           IF WS-EVENT-CUT = "Y"
              ADD 1 TO WS-EVENTS-CUT
           END-IF
           IF WS-EVENT-SELECTED = "Y"
              MOVE WS-EVENT-DATE TO WS-LOG-DATE
              MOVE WS-EVENT-TIME TO WS-LOG-TIME
              MOVE WS-EVENT-SEVERITY TO WS-LOG-SEVERITY
              MOVE WS-EVENT-COMPONENT TO WS-LOG-COMPONENT
              MOVE WS-EVENT-LOCAL-STAMP TO WS-LOCAL-STAMP
              IF WS-CSV-MODE = "Y"
                 PERFORM WRITE-EXPORT-LINE
              END-IF
              IF WS-INDEX-MODE = "Y"
                 AND WS-EVENT-VALID = "Y"
                 PERFORM WRITE-INDEX-RECORD
              END-IF
           END-IF.

       LOAD-HIGH-WATER-MARK.
      *----------------------------------------------------------
                    "set without ALERT-THRESHOLD and ALERT-DIR - "
                    "severity alerting is off for this run"
              END-IF
           END-IF

      *----------------------------------------------------------
      *SOURCE-TZ and CLOCK-OFFSET are resolved here, once: a zone
      *name that is not in the table or an offset that is not a
      *number would otherwise shift every stamp of the night by
      *an unknown amount, so either fails the run like a bad
      *INPUT-FORMAT.
      *----------------------------------------------------------
           IF WS-UTC-MODE = "Y"
              PERFORM SET-SOURCE-TIME-ZONE
              IF WS-TZ-OK = "N"
                 DISPLAY "O3DIAG-LOG-EXPORT-MANAGER: SOURCE-TZ "
                    FUNCTION TRIM(WS-SOURCE-TZ) " is neither a "
                    "known zone nor an offset such as +01:00"
                 MOVE WS-RC-PARM-INVALID TO RETURN-CODE
                 MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
                 PERFORM WRITE-AUDIT-RECORD
                 STOP RUN
              END-IF
              IF WS-CLOCK-OFFSET-TEXT NOT = SPACES
                 PERFORM CHECK-CLOCK-OFFSET-TEXT
                 IF WS-TZ-OK = "N"
                    DISPLAY "O3DIAG-LOG-EXPORT-MANAGER: CLOCK-OFFSET "
                       "must be a signed number of seconds, not "
                       FUNCTION TRIM(WS-CLOCK-OFFSET-TEXT)
                    MOVE WS-RC-PARM-INVALID TO RETURN-CODE
                    MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
                    PERFORM WRITE-AUDIT-RECORD
                    STOP RUN
                 END-IF
              END-IF
           END-IF

           IF WS-REDACT-PATH NOT = SPACES
              PERFORM LOAD-REDACTION-RULES
           END-IF.

       APPLY-PARM-KEYWORD.
                 IF WS-INDEX-PATH NOT = SPACES
                    MOVE "Y" TO WS-INDEX-MODE
                 END-IF
              WHEN "REDACT-PATH"
                 MOVE FUNCTION TRIM(PARM-VALUE) TO WS-REDACT-PATH
              WHEN "SOURCE-TZ"
                 MOVE FUNCTION TRIM(PARM-VALUE) TO WS-SOURCE-TZ
                 IF WS-SOURCE-TZ NOT = SPACES
                    MOVE "Y" TO WS-UTC-MODE
                 ELSE
                    MOVE "UTC" TO WS-SOURCE-TZ
                 END-IF
              WHEN "CLOCK-OFFSET"
                 MOVE FUNCTION TRIM(PARM-VALUE)
                    TO WS-CLOCK-OFFSET-TEXT
                 IF WS-CLOCK-OFFSET-TEXT NOT = SPACES
                    MOVE "Y" TO WS-UTC-MODE
                 END-IF
              WHEN "EVENT-MODE"
                 MOVE FUNCTION TRIM(PARM-VALUE) TO WS-EVENT-MODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       SAVE-CHECKPOINT.
           MOVE SPACES TO CHECKPOINT-RECORD
           MOVE WS-FILE-IN TO CKPT-INPUT-FILE
           MOVE WS-CHECKPOINT-THROUGH TO CKPT-LAST-RECORD-NUM
           MOVE FUNCTION CURRENT-DATE TO CKPT-TIMESTAMP
           OPEN OUTPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS NOT = "00"
           MOVE WS-RESTART-ACTIVE TO AUD-RESTARTED
           MOVE WS-RESTART-RECORD-NUM TO AUD-RESTART-FROM
           MOVE WS-RECORDS-REJECTED TO AUD-RECORDS-REJECTED
           MOVE WS-EVENT-COUNT TO AUD-EVENTS-ASSEMBLED
           MOVE WS-LINES-FOLDED TO AUD-LINES-FOLDED
           MOVE WS-BYTES-WRITTEN TO AUD-BYTES-WRITTEN

           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = "00"
              OR WS-ALERT-ACTIVE = "Y" OR WS-INDEX-MODE = "Y"
              PERFORM PARSE-LOG-LINE
              PERFORM VALIDATE-PARSED-FIELDS
              IF WS-UTC-MODE = "Y" AND WS-LINE-VALID = "Y"
                 PERFORM NORMALIZE-LOG-STAMP
              END-IF
           END-IF

           IF WS-ALERT-ACTIVE = "Y"
           MOVE SPACES TO INDEX-RECORD
           MOVE WS-LOG-DATE TO IDX-LOG-DATE
           MOVE WS-LOG-TIME TO IDX-LOG-TIME
           MOVE WS-LOG-SEVERITY TO IDX-SEVERITY
           MOVE WS-LOG-COMPONENT TO IDX-COMPONENT
           IF WS-EVENT-MODE = "Y"
              MOVE WS-EVENT-RECORD-NUM TO IDX-SEQUENCE
              MOVE WS-EVENT-MESSAGE TO IDX-MESSAGE
           ELSE
              MOVE WS-RECORDS-READ TO IDX-SEQUENCE
              MOVE WS-LOG-MESSAGE TO IDX-MESSAGE
           END-IF
           MOVE WS-LOCAL-STAMP TO IDX-LOCAL-STAMP
           WRITE INDEX-RECORD
           IF WS-INDEX-STATUS NOT = "00"
              AND WS-INDEX-STATUS NOT = "02"
       PARSE-LOG-LINE.
           MOVE SPACES TO WS-LOG-DATE WS-LOG-TIME WS-LOG-SEVERITY
              WS-LOG-COMPONENT WS-LOG-MESSAGE
           MOVE SPACES TO WS-STAMP-TEXT WS-LOCAL-STAMP
           EVALUATE WS-INPUT-FORMAT
              WHEN "JSONL"
                 PERFORM PARSE-JSONL-LINE
           PERFORM JSONL-EXTRACT-FIELD
           IF WS-JSON-FOUND = "Y"
              MOVE WS-JSON-VALUE(1:10) TO WS-LOG-DATE
              MOVE WS-JSON-VALUE(1:48) TO WS-STAMP-TEXT
              IF WS-JSON-VALUE(11:1) = "T"
                 OR WS-JSON-VALUE(11:1) = SPACE
                 MOVE WS-JSON-VALUE(12:8) TO WS-LOG-TIME
              IF WS-SYS-TIMESTAMP(11:1) = "T"
                 MOVE WS-SYS-TIMESTAMP(1:10) TO WS-LOG-DATE
                 MOVE WS-SYS-TIMESTAMP(12:8) TO WS-LOG-TIME
                 MOVE WS-SYS-TIMESTAMP TO WS-STAMP-TEXT
              END-IF
              MOVE WS-SYS-APP(1:30) TO WS-LOG-COMPONENT

      *----------------------------------------------------------
           PERFORM ESCAPE-CSV-MESSAGE
           MOVE SPACES TO OUTPUT-LINE-LONG
           MOVE 1 TO WS-CSV-OUT-PTR
           STRING FUNCTION TRIM(WS-LOG-DATE) DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               FUNCTION TRIM(WS-LOG-TIME) DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSV-MSG-ESCAPED) DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               INTO OUTPUT-LINE-LONG
               WITH POINTER WS-CSV-OUT-PTR
           END-STRING
      *----------------------------------------------------------
      *In UTC mode the timestamp column carries UTC and the stamp
      *as the source wrote it follows as a fifth column.
      *----------------------------------------------------------
           IF WS-UTC-MODE = "Y"
              STRING ',"' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOCAL-STAMP) DELIMITED BY SIZE
                  '"' DELIMITED BY SIZE
                  INTO OUTPUT-LINE-LONG
                  WITH POINTER WS-CSV-OUT-PTR
              END-STRING
           END-IF.

       ESCAPE-CSV-MESSAGE.
           MOVE SPACES TO WS-CSV-MSG-TRIMMED
           MOVE SPACES TO WS-CSV-MSG-ESCAPED
           IF WS-EVENT-MODE = "Y"
              MOVE FUNCTION TRIM(WS-EVENT-MESSAGE)
                  TO WS-CSV-MSG-TRIMMED
           ELSE
              MOVE FUNCTION TRIM(WS-LOG-MESSAGE) TO WS-CSV-MSG-TRIMMED
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CSV-MSG-TRIMMED))
               TO WS-CSV-MSG-LEN
           MOVE 0 TO WS-CSV-OUT-IDX
           IF WS-CSV-MSG-LEN > 0
              PERFORM VARYING WS-CSV-MSG-IDX FROM 1 BY 1
                    UNTIL WS-CSV-MSG-IDX > WS-CSV-MSG-LEN
                       OR WS-CSV-OUT-IDX + 2 > WS-CSV-ESCAPED-MAX
                 MOVE WS-CSV-MSG-TRIMMED(WS-CSV-MSG-IDX:1)
                     TO WS-CSV-CHAR
                 ADD 1 TO WS-CSV-OUT-IDX
                 END-IF
              END-PERFORM
           END-IF.

       LOAD-REDACTION-RULES.
      *----------------------------------------------------------
      *A rule file that was named but cannot be read, or that
      *holds a rule this program cannot apply, fails the run
      *before anything is exported - shipping unmasked text
      *because of a typo in the rules is exactly the exposure the
      *file exists to prevent.
      *----------------------------------------------------------
           OPEN INPUT REDACT-FILE
           IF WS-REDACT-STATUS NOT = "00"
              DISPLAY "O3DIAG-LOG-EXPORT-MANAGER: cannot open "
                 "redaction rule file " FUNCTION TRIM(WS-REDACT-PATH)
                 " (file status " WS-REDACT-STATUS ")"
              PERFORM REDACTION-RULES-FAILED
           END-IF

           PERFORM UNTIL WS-REDACT-EOF = "Y"
              READ REDACT-FILE
                 AT END MOVE "Y" TO WS-REDACT-EOF
                 NOT AT END PERFORM APPLY-REDACTION-LINE
              END-READ
           END-PERFORM
           CLOSE REDACT-FILE

           IF WS-RED-COUNT = ZERO
              DISPLAY "O3DIAG-LOG-EXPORT-MANAGER: redaction rule "
                 "file " FUNCTION TRIM(WS-REDACT-PATH)
                 " holds no RULE entries"
              PERFORM REDACTION-RULES-FAILED
           END-IF

           PERFORM VARYING WS-RED-IDX FROM 1 BY 1
                 UNTIL WS-RED-IDX > WS-RED-COUNT
              PERFORM CHECK-REDACTION-RULE
           END-PERFORM
           MOVE "Y" TO WS-REDACT-MODE.

       APPLY-REDACTION-LINE.
           EVALUATE FUNCTION TRIM(RED-KEYWORD)
              WHEN "RULE"
                 IF WS-RED-COUNT >= WS-RED-MAX
                    DISPLAY "O3DIAG-LOG-EXPORT-MANAGER: redaction "
                       "rule file holds more than " WS-RED-MAX
                       " rules"
                    CLOSE REDACT-FILE
                    PERFORM REDACTION-RULES-FAILED
                 END-IF
                 ADD 1 TO WS-RED-COUNT
                 MOVE SPACES TO WS-RED-ENTRY(WS-RED-COUNT)
                 MOVE ZERO TO WS-RED-MATCH-LEN(WS-RED-COUNT)
                 MOVE ZERO TO WS-RED-MASK-LEN(WS-RED-COUNT)
                 MOVE ZERO TO WS-RED-KEEP(WS-RED-COUNT)
                 MOVE ZERO TO WS-RED-HITS(WS-RED-COUNT)
                 MOVE FUNCTION TRIM(RED-VALUE)
                    TO WS-RED-NAME(WS-RED-COUNT)
              WHEN "KIND"
                 IF WS-RED-COUNT = ZERO
                    PERFORM REDACTION-LINE-OUTSIDE-RULE
                 END-IF
                 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RED-VALUE))
                    TO WS-RED-KIND(WS-RED-COUNT)
              WHEN "MATCH"
                 IF WS-RED-COUNT = ZERO
                    PERFORM REDACTION-LINE-OUTSIDE-RULE
                 END-IF
                 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RED-VALUE))
                    TO WS-RED-MATCH(WS-RED-COUNT)
                 IF RED-VALUE NOT = SPACES
                    MOVE FUNCTION LENGTH(FUNCTION TRIM(RED-VALUE))
                       TO WS-RED-MATCH-LEN(WS-RED-COUNT)
                 END-IF
              WHEN "MASK"
                 IF WS-RED-COUNT = ZERO
                    PERFORM REDACTION-LINE-OUTSIDE-RULE
                 END-IF
                 MOVE FUNCTION TRIM(RED-VALUE)
                    TO WS-RED-MASK(WS-RED-COUNT)
                 IF RED-VALUE NOT = SPACES
                    MOVE FUNCTION LENGTH(FUNCTION TRIM(RED-VALUE))
                       TO WS-RED-MASK-LEN(WS-RED-COUNT)
                 END-IF
              WHEN "KEEP-LAST"
                 IF WS-RED-COUNT = ZERO
                    PERFORM REDACTION-LINE-OUTSIDE-RULE
                 END-IF
                 MOVE SPACES TO WS-RED-NUM-DIGITS
                 MOVE FUNCTION TRIM(RED-VALUE) TO WS-RED-NUM-DIGITS
                 MOVE FUNCTION LENGTH(
                    FUNCTION TRIM(WS-RED-NUM-DIGITS)) TO WS-RED-NUM-LEN
                 IF WS-RED-NUM-DIGITS = SPACES
                    OR WS-RED-NUM-LEN > 2
                    OR WS-RED-NUM-DIGITS(1:WS-RED-NUM-LEN)
                       IS NOT NUMERIC
                    DISPLAY "O3DIAG-LOG-EXPORT-MANAGER: KEEP-LAST "
                       "value is not a number from 0 to 99: "
                       FUNCTION TRIM(RED-VALUE)
                    CLOSE REDACT-FILE
                    PERFORM REDACTION-RULES-FAILED
                 END-IF
                 COMPUTE WS-RED-KEEP(WS-RED-COUNT) =
                    FUNCTION NUMVAL(WS-RED-NUM-DIGITS)
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
                 DISPLAY "O3DIAG-LOG-EXPORT-MANAGER: unrecognised "
                    "redaction keyword " FUNCTION TRIM(RED-KEYWORD)
                 CLOSE REDACT-FILE
                 PERFORM REDACTION-RULES-FAILED
           END-EVALUATE.

       REDACTION-LINE-OUTSIDE-RULE.
           DISPLAY "O3DIAG-LOG-EXPORT-MANAGER: redaction line "
              "appears before the first RULE: "
              FUNCTION TRIM(RED-KEYWORD)
           CLOSE REDACT-FILE
           PERFORM REDACTION-RULES-FAILED.

       CHECK-REDACTION-RULE.
           EVALUATE WS-RED-KIND(WS-RED-IDX)
              WHEN "CARD"
              WHEN "EMAIL"
                 CONTINUE
              WHEN "PREFIX"
                 IF WS-RED-MATCH-LEN(WS-RED-IDX) = ZERO
                    DISPLAY "O3DIAG-LOG-EXPORT-MANAGER: redaction "
                       "rule " FUNCTION TRIM(WS-RED-NAME(WS-RED-IDX))
                       " is KIND PREFIX but has no MATCH text"
                    PERFORM REDACTION-RULES-FAILED
                 END-IF
              WHEN OTHER
                 DISPLAY "O3DIAG-LOG-EXPORT-MANAGER: redaction rule "
                    FUNCTION TRIM(WS-RED-NAME(WS-RED-IDX))
                    " must be KIND CARD, EMAIL or PREFIX, not "
                    FUNCTION TRIM(WS-RED-KIND(WS-RED-IDX))
                 PERFORM REDACTION-RULES-FAILED
           END-EVALUATE
           IF WS-RED-MATCH-LEN(WS-RED-IDX) > LENGTH OF WS-RED-MATCH
              OR WS-RED-MASK-LEN(WS-RED-IDX) > LENGTH OF WS-RED-MASK
              DISPLAY "O3DIAG-LOG-EXPORT-MANAGER: redaction rule "
                 FUNCTION TRIM(WS-RED-NAME(WS-RED-IDX))
                 " has a MATCH or MASK text over "
                 LENGTH OF WS-RED-MASK " characters"
              PERFORM REDACTION-RULES-FAILED
           END-IF
           IF WS-RED-MASK-LEN(WS-RED-IDX) = ZERO
              MOVE "[REDACTED]" TO WS-RED-MASK(WS-RED-IDX)
              MOVE 10 TO WS-RED-MASK-LEN(WS-RED-IDX)
           END-IF.

       REDACTION-RULES-FAILED.
           MOVE WS-RC-REDACT-FAILED TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN.

       REDACT-INPUT-LINE.
      *----------------------------------------------------------
      *INPUT-LINE is the first 256 bytes of the same record area,
      *so masking INPUT-LINE-LONG covers the LINE-mode copy too.
      *----------------------------------------------------------
           MOVE INPUT-LINE-LONG TO WS-RED-TEXT
           PERFORM REDACT-TEXT
           IF WS-RED-CHANGED = "Y"
              MOVE WS-RED-TEXT TO INPUT-LINE-LONG
           END-IF.

       REDACT-TEXT.
           MOVE "N" TO WS-RED-CHANGED
           PERFORM VARYING WS-RED-IDX FROM 1 BY 1
                 UNTIL WS-RED-IDX > WS-RED-COUNT
              PERFORM APPLY-REDACTION-RULE
           END-PERFORM.

       APPLY-REDACTION-RULE.
      *----------------------------------------------------------
      *One left-to-right pass per rule. WS-RED-PREV carries the
      *character before the scan position, so a card number or
      *address is only recognised from its first character, never
      *from the middle of a longer run.
      *----------------------------------------------------------
           IF WS-RED-TEXT = SPACES
              MOVE ZERO TO WS-RED-LEN
           ELSE
              MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RED-TEXT TRAILING))
                 TO WS-RED-LEN
           END-IF
           EVALUATE WS-RED-KIND(WS-RED-IDX)
              WHEN "EMAIL"
                 MOVE ZERO TO WS-RED-AT-COUNT
                 INSPECT WS-RED-TEXT TALLYING WS-RED-AT-COUNT
                    FOR ALL "@"
                 IF WS-RED-AT-COUNT = ZERO
                    MOVE ZERO TO WS-RED-LEN
                 END-IF
              WHEN "PREFIX"
                 MOVE FUNCTION UPPER-CASE(WS-RED-TEXT) TO WS-RED-UPPER
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           MOVE SPACES TO WS-RED-OUT
           MOVE ZERO TO WS-RED-OUT-LEN
           MOVE "N" TO WS-RED-RULE-HIT
           MOVE SPACE TO WS-RED-PREV
           MOVE 1 TO WS-RED-POS
           PERFORM UNTIL WS-RED-POS > WS-RED-LEN
              MOVE ZERO TO WS-RED-HIT-LEN
              MOVE ZERO TO WS-RED-KEEP-LEN
              EVALUATE WS-RED-KIND(WS-RED-IDX)
                 WHEN "CARD"
                    PERFORM MATCH-CARD-NUMBER
                 WHEN "EMAIL"
                    PERFORM MATCH-EMAIL-ADDRESS
                 WHEN OTHER
                    PERFORM MATCH-PREFIX-VALUE
              END-EVALUATE
              IF WS-RED-HIT-LEN > ZERO
                 PERFORM EMIT-REDACTION-MASK
                 ADD 1 TO WS-RED-HITS(WS-RED-IDX)
                 MOVE "Y" TO WS-RED-RULE-HIT
                 ADD WS-RED-HIT-LEN TO WS-RED-POS
              ELSE
                 MOVE WS-RED-TEXT(WS-RED-POS:1) TO WS-RED-CHAR
                 PERFORM EMIT-REDACTION-CHAR
                 ADD 1 TO WS-RED-POS
              END-IF
              MOVE WS-RED-TEXT(WS-RED-POS - 1:1) TO WS-RED-PREV
           END-PERFORM

           IF WS-RED-RULE-HIT = "Y"
              MOVE WS-RED-OUT TO WS-RED-TEXT
              MOVE "Y" TO WS-RED-CHANGED
           END-IF.

       EMIT-REDACTION-CHAR.
           IF WS-RED-OUT-LEN < LENGTH OF WS-RED-OUT
              ADD 1 TO WS-RED-OUT-LEN
              MOVE WS-RED-CHAR TO WS-RED-OUT(WS-RED-OUT-LEN:1)
           END-IF.

       EMIT-REDACTION-MASK.
      *----------------------------------------------------------
      *The kept lead-in, the mask, then KEEP-LAST trailing
      *characters of the value - unless that would leave the
      *whole value readable, in which case none are kept.
      *----------------------------------------------------------
           PERFORM VARYING WS-RED-SCAN FROM WS-RED-POS BY 1
                 UNTIL WS-RED-SCAN >= WS-RED-POS + WS-RED-KEEP-LEN
              MOVE WS-RED-TEXT(WS-RED-SCAN:1) TO WS-RED-CHAR
              PERFORM EMIT-REDACTION-CHAR
           END-PERFORM
           PERFORM VARYING WS-RED-SCAN FROM 1 BY 1
                 UNTIL WS-RED-SCAN > WS-RED-MASK-LEN(WS-RED-IDX)
              MOVE WS-RED-MASK(WS-RED-IDX)(WS-RED-SCAN:1)
                 TO WS-RED-CHAR
              PERFORM EMIT-REDACTION-CHAR
           END-PERFORM
           COMPUTE WS-RED-VALUE-LEN = WS-RED-HIT-LEN - WS-RED-KEEP-LEN
           MOVE WS-RED-KEEP(WS-RED-IDX) TO WS-RED-TAIL-LEN
           IF WS-RED-TAIL-LEN >= WS-RED-VALUE-LEN
              MOVE ZERO TO WS-RED-TAIL-LEN
           END-IF
           COMPUTE WS-RED-SCAN =
              WS-RED-POS + WS-RED-HIT-LEN - WS-RED-TAIL-LEN
           PERFORM UNTIL WS-RED-SCAN >= WS-RED-POS + WS-RED-HIT-LEN
              MOVE WS-RED-TEXT(WS-RED-SCAN:1) TO WS-RED-CHAR
              PERFORM EMIT-REDACTION-CHAR
              ADD 1 TO WS-RED-SCAN
           END-PERFORM.

       CLASSIFY-REDACTION-CHAR.
      *----------------------------------------------------------
      *D digit, A letter, L the other characters an address may
      *carry (. _ % + -), O anything else.
      *----------------------------------------------------------
           EVALUATE TRUE
              WHEN WS-RED-CHAR IS NUMERIC
                 MOVE "D" TO WS-RED-CLASS
              WHEN WS-RED-CHAR = SPACE
                 MOVE "O" TO WS-RED-CLASS
              WHEN WS-RED-CHAR IS ALPHABETIC
                 MOVE "A" TO WS-RED-CLASS
              WHEN WS-RED-CHAR = "." OR "_" OR "%" OR "+" OR "-"
                 MOVE "L" TO WS-RED-CLASS
              WHEN OTHER
                 MOVE "O" TO WS-RED-CLASS
           END-EVALUATE.

       MATCH-CARD-NUMBER.
      *----------------------------------------------------------
      *Collects up to 19 digits from the scan position, stepping
      *over single space or hyphen group separators, then tries
      *the longest digit count first, down to 13: a candidate
      *must end at a group boundary and pass the Luhn check, so
      *"card 4111 1111 1111 1111 2 items" masks the sixteen card
      *digits and leaves the item count.
      *----------------------------------------------------------
           IF WS-RED-TEXT(WS-RED-POS:1) IS NUMERIC
              AND WS-RED-PREV IS NOT NUMERIC
              MOVE ZERO TO WS-RED-DIGIT-COUNT
              MOVE "N" TO WS-RED-SCAN-DONE
              MOVE WS-RED-POS TO WS-RED-SCAN
              PERFORM UNTIL WS-RED-SCAN-DONE = "Y"
                 PERFORM SCAN-CARD-CHARACTER
              END-PERFORM
              IF WS-RED-DIGIT-COUNT >= 13
                 MOVE "N" TO WS-RED-LUHN-OK
                 PERFORM VARYING WS-RED-CARD-LEN
                       FROM WS-RED-DIGIT-COUNT BY -1
                       UNTIL WS-RED-CARD-LEN < 13
                       OR WS-RED-LUHN-OK = "Y"
                    PERFORM CHECK-CARD-CANDIDATE
                 END-PERFORM
              END-IF
           END-IF.

       SCAN-CARD-CHARACTER.
           IF WS-RED-SCAN > WS-RED-LEN
              MOVE "Y" TO WS-RED-SCAN-DONE
           ELSE
              MOVE WS-RED-TEXT(WS-RED-SCAN:1) TO WS-RED-CHAR
              EVALUATE TRUE
                 WHEN WS-RED-CHAR IS NUMERIC
                    IF WS-RED-DIGIT-COUNT >= 19
                       MOVE "Y" TO WS-RED-SCAN-DONE
                    ELSE
                       ADD 1 TO WS-RED-DIGIT-COUNT
                       MOVE WS-RED-CHAR
                          TO WS-RED-DIGIT(WS-RED-DIGIT-COUNT)
                       MOVE WS-RED-SCAN
                          TO WS-RED-DIGIT-POS(WS-RED-DIGIT-COUNT)
                       ADD 1 TO WS-RED-SCAN
                    END-IF
                 WHEN (WS-RED-CHAR = SPACE OR WS-RED-CHAR = "-")
                      AND WS-RED-SCAN < WS-RED-LEN
                      AND WS-RED-TEXT(WS-RED-SCAN - 1:1) IS NUMERIC
                      AND WS-RED-TEXT(WS-RED-SCAN + 1:1) IS NUMERIC
                    ADD 1 TO WS-RED-SCAN
                 WHEN OTHER
                    MOVE "Y" TO WS-RED-SCAN-DONE
              END-EVALUATE
           END-IF.

       CHECK-CARD-CANDIDATE.
           COMPUTE WS-RED-SCAN =
              WS-RED-DIGIT-POS(WS-RED-CARD-LEN) + 1
           IF WS-RED-SCAN > WS-RED-LEN
              OR WS-RED-TEXT(WS-RED-SCAN:1) IS NOT NUMERIC
              PERFORM CHECK-LUHN-DIGITS
              IF WS-RED-LUHN-OK = "Y"
                 COMPUTE WS-RED-HIT-LEN =
                    WS-RED-DIGIT-POS(WS-RED-CARD-LEN)
                    - WS-RED-POS + 1
              END-IF
           END-IF.

       CHECK-LUHN-DIGITS.
      *----------------------------------------------------------
      *Luhn check over the first WS-RED-CARD-LEN digits: every
      *second digit from the right is doubled (less 9 when that
      *passes 9) and the total must be a multiple of 10.
      *----------------------------------------------------------
           MOVE ZERO TO WS-RED-LUHN-SUM
           PERFORM VARYING WS-RED-LUHN-IDX FROM 1 BY 1
                 UNTIL WS-RED-LUHN-IDX > WS-RED-CARD-LEN
              COMPUTE WS-RED-DIGIT-IDX =
                 WS-RED-CARD-LEN - WS-RED-LUHN-IDX + 1
              MOVE WS-RED-DIGIT(WS-RED-DIGIT-IDX) TO WS-RED-LUHN-DIGIT
              IF FUNCTION MOD(WS-RED-LUHN-IDX, 2) = 0
                 COMPUTE WS-RED-LUHN-DIGIT = WS-RED-LUHN-DIGIT * 2
                 IF WS-RED-LUHN-DIGIT > 9
                    SUBTRACT 9 FROM WS-RED-LUHN-DIGIT
                 END-IF
              END-IF
              ADD WS-RED-LUHN-DIGIT TO WS-RED-LUHN-SUM
           END-PERFORM
           IF FUNCTION MOD(WS-RED-LUHN-SUM, 10) = 0
              MOVE "Y" TO WS-RED-LUHN-OK
           ELSE
              MOVE "N" TO WS-RED-LUHN-OK
           END-IF.

       MATCH-EMAIL-ADDRESS.
      *----------------------------------------------------------
      *local@domain.tld: a local part of letters, digits and
      *. _ % + - starting where the previous character could not
      *belong to it, an @, and a domain of letters, digits, dots
      *and hyphens holding at least one inner dot. A dot that
      *merely ends the sentence is not part of the domain.
      *----------------------------------------------------------
           MOVE WS-RED-PREV TO WS-RED-CHAR
           PERFORM CLASSIFY-REDACTION-CHAR
           MOVE WS-RED-CLASS TO WS-RED-PREV-CLASS
           MOVE WS-RED-TEXT(WS-RED-POS:1) TO WS-RED-CHAR
           PERFORM CLASSIFY-REDACTION-CHAR
           IF WS-RED-CLASS NOT = "O" AND WS-RED-PREV-CLASS = "O"
              MOVE WS-RED-POS TO WS-RED-SCAN
              MOVE "N" TO WS-RED-SCAN-DONE
              PERFORM UNTIL WS-RED-SCAN-DONE = "Y"
                 IF WS-RED-SCAN > WS-RED-LEN
                    MOVE "Y" TO WS-RED-SCAN-DONE
                 ELSE
                    MOVE WS-RED-TEXT(WS-RED-SCAN:1) TO WS-RED-CHAR
                    PERFORM CLASSIFY-REDACTION-CHAR
                    IF WS-RED-CLASS = "O"
                       MOVE "Y" TO WS-RED-SCAN-DONE
                    ELSE
                       ADD 1 TO WS-RED-SCAN
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-RED-SCAN < WS-RED-LEN
                 AND WS-RED-TEXT(WS-RED-SCAN:1) = "@"
                 ADD 1 TO WS-RED-SCAN
                 MOVE WS-RED-SCAN TO WS-RED-VALUE-START
                 PERFORM SCAN-EMAIL-DOMAIN
                 IF WS-RED-LAST-DOT > WS-RED-VALUE-START
                    AND WS-RED-LAST-DOT < WS-RED-SCAN - 1
                    COMPUTE WS-RED-HIT-LEN = WS-RED-SCAN - WS-RED-POS
                 END-IF
              END-IF
           END-IF.

       SCAN-EMAIL-DOMAIN.
      *----------------------------------------------------------
      *Leaves WS-RED-SCAN one past the domain's last character
      *and WS-RED-LAST-DOT on its last inner dot (zero if none).
      *----------------------------------------------------------
           MOVE "N" TO WS-RED-SCAN-DONE
           PERFORM UNTIL WS-RED-SCAN-DONE = "Y"
              IF WS-RED-SCAN > WS-RED-LEN
                 MOVE "Y" TO WS-RED-SCAN-DONE
              ELSE
                 MOVE WS-RED-TEXT(WS-RED-SCAN:1) TO WS-RED-CHAR
                 PERFORM CLASSIFY-REDACTION-CHAR
                 IF WS-RED-CLASS = "A" OR WS-RED-CLASS = "D"
                    OR WS-RED-CHAR = "." OR WS-RED-CHAR = "-"
                    ADD 1 TO WS-RED-SCAN
                 ELSE
                    MOVE "Y" TO WS-RED-SCAN-DONE
                 END-IF
              END-IF
           END-PERFORM
           PERFORM UNTIL WS-RED-SCAN <= WS-RED-VALUE-START
                 OR WS-RED-TEXT(WS-RED-SCAN - 1:1) NOT = "."
              SUBTRACT 1 FROM WS-RED-SCAN
           END-PERFORM
           MOVE ZERO TO WS-RED-LAST-DOT
           PERFORM VARYING WS-RED-VALUE-LEN FROM WS-RED-VALUE-START
                 BY 1 UNTIL WS-RED-VALUE-LEN >= WS-RED-SCAN
              IF WS-RED-TEXT(WS-RED-VALUE-LEN:1) = "."
                 MOVE WS-RED-VALUE-LEN TO WS-RED-LAST-DOT
              END-IF
           END-PERFORM.

       MATCH-PREFIX-VALUE.
      *----------------------------------------------------------
      *The MATCH text (compared upper-cased), any spaces after
      *it, then the value up to the next space or punctuation
      *that closes a value in a log line, a query string or a
      *JSON field. A MATCH ending in a letter or digit ("Bearer")
      *must not run straight on into one, and a value that is
      *already this rule's mask is left alone, so a line masked
      *once (a re-driven reject) is not counted twice.
      *----------------------------------------------------------
           IF WS-RED-POS + WS-RED-MATCH-LEN(WS-RED-IDX) - 1
                 <= WS-RED-LEN
              AND WS-RED-UPPER(WS-RED-POS:
                    WS-RED-MATCH-LEN(WS-RED-IDX))
                 = WS-RED-MATCH(WS-RED-IDX)
                    (1:WS-RED-MATCH-LEN(WS-RED-IDX))
              MOVE "Y" TO WS-RED-CANDIDATE
              COMPUTE WS-RED-SCAN =
                 WS-RED-POS + WS-RED-MATCH-LEN(WS-RED-IDX)
              PERFORM UNTIL WS-RED-SCAN > WS-RED-LEN
                    OR WS-RED-TEXT(WS-RED-SCAN:1) NOT = SPACE
                 ADD 1 TO WS-RED-SCAN
              END-PERFORM
              MOVE WS-RED-SCAN TO WS-RED-VALUE-START

              MOVE WS-RED-MATCH(WS-RED-IDX)
                 (WS-RED-MATCH-LEN(WS-RED-IDX):1) TO WS-RED-CHAR
              PERFORM CLASSIFY-REDACTION-CHAR
              MOVE WS-RED-CLASS TO WS-RED-PREV-CLASS
              IF (WS-RED-PREV-CLASS = "A" OR WS-RED-PREV-CLASS = "D")
                 AND WS-RED-VALUE-START =
                    WS-RED-POS + WS-RED-MATCH-LEN(WS-RED-IDX)
                 AND WS-RED-VALUE-START <= WS-RED-LEN
                 MOVE WS-RED-TEXT(WS-RED-VALUE-START:1)
                    TO WS-RED-CHAR
                 PERFORM CLASSIFY-REDACTION-CHAR
                 IF WS-RED-CLASS = "A" OR WS-RED-CLASS = "D"
                    MOVE "N" TO WS-RED-CANDIDATE
                 END-IF
              END-IF

              IF WS-RED-CANDIDATE = "Y"
                 AND WS-RED-VALUE-START + WS-RED-MASK-LEN(WS-RED-IDX)
                    - 1 <= WS-RED-LEN
                 AND WS-RED-TEXT(WS-RED-VALUE-START:
                       WS-RED-MASK-LEN(WS-RED-IDX))
                    = WS-RED-MASK(WS-RED-IDX)
                       (1:WS-RED-MASK-LEN(WS-RED-IDX))
                 MOVE "N" TO WS-RED-CANDIDATE
              END-IF

              IF WS-RED-CANDIDATE = "Y"
                 MOVE "N" TO WS-RED-SCAN-DONE
                 PERFORM UNTIL WS-RED-SCAN-DONE = "Y"
                    IF WS-RED-SCAN > WS-RED-LEN
                       MOVE "Y" TO WS-RED-SCAN-DONE
                    ELSE
                       EVALUATE WS-RED-TEXT(WS-RED-SCAN:1)
                          WHEN SPACE
                          WHEN ","
                          WHEN ";"
                          WHEN "&"
                          WHEN '"'
                          WHEN "'"
                          WHEN ")"
                          WHEN "]"
                          WHEN "}"
                          WHEN "<"
                          WHEN ">"
                             MOVE "Y" TO WS-RED-SCAN-DONE
                          WHEN OTHER
                             ADD 1 TO WS-RED-SCAN
                       END-EVALUATE
                    END-IF
                 END-PERFORM
                 IF WS-RED-SCAN = WS-RED-VALUE-START
                    MOVE "N" TO WS-RED-CANDIDATE
                 END-IF
              END-IF

              IF WS-RED-CANDIDATE = "Y"
                 COMPUTE WS-RED-HIT-LEN = WS-RED-SCAN - WS-RED-POS
                 COMPUTE WS-RED-KEEP-LEN =
                    WS-RED-VALUE-START - WS-RED-POS
              END-IF
           END-IF.

       REPORT-REDACTION-COUNTS.
           PERFORM VARYING WS-RED-IDX FROM 1 BY 1
                 UNTIL WS-RED-IDX > WS-RED-COUNT
              DISPLAY "O3DIAG-LOG-EXPORT-MANAGER: redaction rule "
                 FUNCTION TRIM(WS-RED-NAME(WS-RED-IDX)) " made "
                 WS-RED-HITS(WS-RED-IDX) " substitution(s) in "
                 FUNCTION TRIM(WS-FILE-IN)
           END-PERFORM.

       REPORT-EVENT-COUNTS.
           DISPLAY "O3DIAG-LOG-EXPORT-MANAGER: "
              WS-LINES-FOLDED " continuation line(s) folded into "
              WS-EVENT-COUNT " event(s) from "
              FUNCTION TRIM(WS-FILE-IN)
           IF WS-EVENTS-CUT > ZERO
              DISPLAY "O3DIAG-LOG-EXPORT-MANAGER: "
                 WS-EVENTS-CUT " event(s) in "
                 FUNCTION TRIM(WS-FILE-IN) " had a trace longer "
                 "than the message holds and were cut short"
           END-IF.

       SET-SOURCE-TIME-ZONE.
      *----------------------------------------------------------
      *Resolves WS-SOURCE-TZ into its standard offset and
      *daylight-saving rule: a name from the O3DTZ table, or a
      *fixed offset written +HH:MM, -HH:MM, +HHMM or -HHMM (no
      *daylight saving). WS-TZ-OK tells the caller whether it
      *could be resolved.
      *----------------------------------------------------------
           MOVE FUNCTION UPPER-CASE(WS-SOURCE-TZ) TO WS-SOURCE-TZ
           MOVE "N" TO WS-TZ-OK
           MOVE ZERO TO WS-TZ-RULE-YEAR
           PERFORM VARYING WS-TZ-IDX FROM 1 BY 1
                 UNTIL WS-TZ-IDX > TZ-ZONE-COUNT OR WS-TZ-OK = "Y"
              IF TZ-ZONE-NAME(WS-TZ-IDX) = WS-SOURCE-TZ
                 MOVE TZ-ZONE-MINUTES(WS-TZ-IDX)
                    TO WS-TZ-STD-MINUTES
                 MOVE TZ-ZONE-RULE(WS-TZ-IDX) TO WS-TZ-RULE
                 MOVE "Y" TO WS-TZ-OK
              END-IF
           END-PERFORM
           IF WS-TZ-OK = "N"
              MOVE SPACES TO WS-STAMP-TEXT
              MOVE WS-SOURCE-TZ TO WS-STAMP-TEXT
              MOVE 1 TO WS-TZ-PTR
              PERFORM PARSE-ZONE-OFFSET
              IF WS-STAMP-HAS-OFFSET = "Y"
                 AND WS-STAMP-TEXT(WS-TZ-PTR:) = SPACES
                 MOVE WS-STAMP-MINUTES TO WS-TZ-STD-MINUTES
                 MOVE "N" TO WS-TZ-RULE
                 MOVE "Y" TO WS-TZ-OK
              END-IF
              MOVE SPACES TO WS-STAMP-TEXT
           END-IF.

       CHECK-CLOCK-OFFSET-TEXT.
      *----------------------------------------------------------
      *CLOCK-OFFSET must be an optional sign and up to five
      *digits - a whole number of seconds.
      *----------------------------------------------------------
           MOVE "Y" TO WS-TZ-OK
           MOVE 1 TO WS-TZ-PTR
           IF WS-CLOCK-OFFSET-TEXT(1:1) = "+"
              OR WS-CLOCK-OFFSET-TEXT(1:1) = "-"
              MOVE 2 TO WS-TZ-PTR
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CLOCK-OFFSET-TEXT))
              TO WS-TZ-NUM-LEN
           IF WS-CLOCK-OFFSET-TEXT = SPACES
              OR WS-TZ-NUM-LEN < WS-TZ-PTR
              OR WS-TZ-NUM-LEN - WS-TZ-PTR + 1 > 5
              MOVE "N" TO WS-TZ-OK
           ELSE
              IF WS-CLOCK-OFFSET-TEXT(WS-TZ-PTR:
                    WS-TZ-NUM-LEN - WS-TZ-PTR + 1) IS NOT NUMERIC
                 MOVE "N" TO WS-TZ-OK
              ELSE
                 COMPUTE WS-CLOCK-OFFSET =
                    FUNCTION NUMVAL(WS-CLOCK-OFFSET-TEXT)
              END-IF
           END-IF.

       PARSE-ZONE-OFFSET.
      *----------------------------------------------------------
      *Reads a zone designator at WS-STAMP-TEXT(WS-TZ-PTR:) - Z,
      *or a sign with HH, HH:MM or HHMM - into WS-STAMP-MINUTES
      *(east of UTC positive) and steps WS-TZ-PTR past it.
      *----------------------------------------------------------
           MOVE "N" TO WS-STAMP-HAS-OFFSET
           MOVE ZERO TO WS-STAMP-MINUTES
           MOVE ZERO TO WS-TZ-STEP
           MOVE ZERO TO WS-TZ-MM
           MOVE WS-STAMP-TEXT(WS-TZ-PTR:1) TO WS-TZ-SIGN
           EVALUATE TRUE
              WHEN WS-TZ-SIGN = "Z" OR WS-TZ-SIGN = "z"
                 MOVE 1 TO WS-TZ-STEP
              WHEN (WS-TZ-SIGN = "+" OR WS-TZ-SIGN = "-")
                   AND WS-STAMP-TEXT(WS-TZ-PTR + 1:2) IS NUMERIC
                 MOVE WS-STAMP-TEXT(WS-TZ-PTR + 1:2) TO WS-TZ-HH
                 EVALUATE TRUE
                    WHEN WS-STAMP-TEXT(WS-TZ-PTR + 3:1) = ":"
                         AND WS-STAMP-TEXT(WS-TZ-PTR + 4:2)
                            IS NUMERIC
                       MOVE WS-STAMP-TEXT(WS-TZ-PTR + 4:2)
                          TO WS-TZ-MM
                       MOVE 6 TO WS-TZ-STEP
                    WHEN WS-STAMP-TEXT(WS-TZ-PTR + 3:2) IS NUMERIC
                       MOVE WS-STAMP-TEXT(WS-TZ-PTR + 3:2)
                          TO WS-TZ-MM
                       MOVE 5 TO WS-TZ-STEP
                    WHEN WS-STAMP-TEXT(WS-TZ-PTR + 3:1) = SPACE
                       MOVE 3 TO WS-TZ-STEP
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
                 IF WS-TZ-HH > 14 OR WS-TZ-MM > 59
                    MOVE ZERO TO WS-TZ-STEP
                 END-IF
                 COMPUTE WS-STAMP-MINUTES = WS-TZ-HH * 60 + WS-TZ-MM
                 IF WS-TZ-SIGN = "-"
                    COMPUTE WS-STAMP-MINUTES = 0 - WS-STAMP-MINUTES
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-TZ-STEP > ZERO
              MOVE "Y" TO WS-STAMP-HAS-OFFSET
              ADD WS-TZ-STEP TO WS-TZ-PTR
           ELSE
              MOVE ZERO TO WS-STAMP-MINUTES
           END-IF.

       FIND-STAMP-OFFSET.
      *----------------------------------------------------------
      *Past "YYYY-MM-DDTHH:MM:SS" an ISO-8601 stamp may carry a
      *fraction of a second and then its zone designator.
      *----------------------------------------------------------
           MOVE "N" TO WS-STAMP-HAS-OFFSET
           MOVE 20 TO WS-TZ-PTR
           IF WS-STAMP-TEXT(WS-TZ-PTR:1) = "."
              OR WS-STAMP-TEXT(WS-TZ-PTR:1) = ","
              ADD 1 TO WS-TZ-PTR
              PERFORM UNTIL WS-TZ-PTR > 40
                    OR WS-STAMP-TEXT(WS-TZ-PTR:1) IS NOT NUMERIC
                 ADD 1 TO WS-TZ-PTR
              END-PERFORM
           END-IF
           IF WS-TZ-PTR <= 40
              PERFORM PARSE-ZONE-OFFSET
           END-IF.

       NORMALIZE-LOG-STAMP.
      *----------------------------------------------------------
      *Turns the validated local stamp in WS-LOG-DATE/WS-LOG-TIME
      *into UTC, first keeping it as written - with the offset
      *applied to it - in WS-LOCAL-STAMP. The stamp's own offset
      *wins over SOURCE-TZ; CLOCK-OFFSET is added last. A date
      *the calendar does not have (the shape check passes
      *2024-02-30) is left as it stands.
      *----------------------------------------------------------
           MOVE SPACES TO WS-LOCAL-STAMP
           MOVE SPACES TO WS-TZ-DATE-DIGITS
           STRING WS-LOG-DATE(1:4) DELIMITED BY SIZE
               WS-LOG-DATE(6:2) DELIMITED BY SIZE
               WS-LOG-DATE(9:2) DELIMITED BY SIZE
               INTO WS-TZ-DATE-DIGITS
           END-STRING
           MOVE WS-TZ-DATE-DIGITS TO WS-TZ-DATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-TZ-DATE-NUM) = ZERO
              COMPUTE WS-TZ-LOCAL-SECONDS =
                 FUNCTION INTEGER-OF-DATE(WS-TZ-DATE-NUM) * 86400
                 + FUNCTION NUMVAL(WS-LOG-TIME(1:2)) * 3600
                 + FUNCTION NUMVAL(WS-LOG-TIME(4:2)) * 60
                 + FUNCTION NUMVAL(WS-LOG-TIME(7:2))
              MOVE "N" TO WS-STAMP-HAS-OFFSET
              IF WS-STAMP-TEXT NOT = SPACES
                 PERFORM FIND-STAMP-OFFSET
              END-IF
              IF WS-STAMP-HAS-OFFSET = "Y"
                 MOVE WS-STAMP-MINUTES TO WS-TZ-APPLY-MINUTES
              ELSE
                 PERFORM RESOLVE-LOCAL-OFFSET
              END-IF
              PERFORM FORMAT-LOCAL-STAMP
              COMPUTE WS-TZ-UTC-SECONDS = WS-TZ-LOCAL-SECONDS
                 - WS-TZ-APPLY-MINUTES * 60 + WS-CLOCK-OFFSET
              PERFORM FORMAT-UTC-STAMP
           END-IF.

       RESOLVE-LOCAL-OFFSET.
      *----------------------------------------------------------
      *The zone's standard offset, plus an hour inside its
      *daylight-saving period. The test reads the local stamp as
      *daylight time and asks whether that instant falls inside
      *the period, so a stamp in the spring gap (an hour the
      *clock skipped) counts as standard time and a stamp in the
      *autumn hour that occurs twice as its first, daylight,
      *pass.
      *----------------------------------------------------------
           MOVE WS-TZ-STD-MINUTES TO WS-TZ-APPLY-MINUTES
           IF WS-TZ-RULE NOT = "N"
              MOVE WS-TZ-DATE-NUM(1:4) TO WS-TZ-YEAR
              IF WS-TZ-YEAR NOT = WS-TZ-RULE-YEAR
                 PERFORM COMPUTE-DST-PERIOD
              END-IF
              COMPUTE WS-TZ-DST-TEST = WS-TZ-LOCAL-SECONDS
                 - (WS-TZ-STD-MINUTES + 60) * 60
              IF WS-TZ-DST-TEST >= WS-TZ-DST-START
                 AND WS-TZ-DST-TEST < WS-TZ-DST-END
                 ADD 60 TO WS-TZ-APPLY-MINUTES
              END-IF
           END-IF.

       COMPUTE-DST-PERIOD.
      *----------------------------------------------------------
      *Start and end of WS-TZ-YEAR's daylight-saving period as
      *UTC instants. Day 1 of the INTEGER-OF-DATE count (1601-01-
      *01) was a Monday, so a day number modulo 7 is 0 on a
      *Sunday. EU: last Sunday of March and of October, 01:00
      *UTC. US: second Sunday of March at 02:00 standard time,
      *first Sunday of November at 02:00 daylight time.
      *----------------------------------------------------------
           MOVE WS-TZ-YEAR TO WS-TZ-RULE-YEAR
           IF WS-TZ-RULE = "E"
              COMPUTE WS-TZ-DATE-WORK = WS-TZ-YEAR * 10000 + 331
              COMPUTE WS-TZ-WORK-DAY =
                 FUNCTION INTEGER-OF-DATE(WS-TZ-DATE-WORK)
              COMPUTE WS-TZ-WORK-DAY = WS-TZ-WORK-DAY
                 - FUNCTION MOD(WS-TZ-WORK-DAY, 7)
              COMPUTE WS-TZ-DST-START = WS-TZ-WORK-DAY * 86400 + 3600
              COMPUTE WS-TZ-DATE-WORK = WS-TZ-YEAR * 10000 + 1031
              COMPUTE WS-TZ-WORK-DAY =
                 FUNCTION INTEGER-OF-DATE(WS-TZ-DATE-WORK)
              COMPUTE WS-TZ-WORK-DAY = WS-TZ-WORK-DAY
                 - FUNCTION MOD(WS-TZ-WORK-DAY, 7)
              COMPUTE WS-TZ-DST-END = WS-TZ-WORK-DAY * 86400 + 3600
           ELSE
              COMPUTE WS-TZ-DATE-WORK = WS-TZ-YEAR * 10000 + 301
              COMPUTE WS-TZ-WORK-DAY =
                 FUNCTION INTEGER-OF-DATE(WS-TZ-DATE-WORK)
              COMPUTE WS-TZ-WORK-DAY = WS-TZ-WORK-DAY + 7
                 + FUNCTION MOD(7 - FUNCTION MOD(WS-TZ-WORK-DAY, 7),
                                7)
              COMPUTE WS-TZ-DST-START = WS-TZ-WORK-DAY * 86400
                 + 7200 - WS-TZ-STD-MINUTES * 60
              COMPUTE WS-TZ-DATE-WORK = WS-TZ-YEAR * 10000 + 1101
              COMPUTE WS-TZ-WORK-DAY =
                 FUNCTION INTEGER-OF-DATE(WS-TZ-DATE-WORK)
              COMPUTE WS-TZ-WORK-DAY = WS-TZ-WORK-DAY
                 + FUNCTION MOD(7 - FUNCTION MOD(WS-TZ-WORK-DAY, 7),
                                7)
              COMPUTE WS-TZ-DST-END = WS-TZ-WORK-DAY * 86400
                 + 7200 - (WS-TZ-STD-MINUTES + 60) * 60
           END-IF.

       FORMAT-LOCAL-STAMP.
           IF WS-TZ-APPLY-MINUTES < ZERO
              MOVE "-" TO WS-TZ-SIGN
              COMPUTE WS-TZ-ABS-MINUTES = 0 - WS-TZ-APPLY-MINUTES
           ELSE
              MOVE "+" TO WS-TZ-SIGN
              MOVE WS-TZ-APPLY-MINUTES TO WS-TZ-ABS-MINUTES
           END-IF
           COMPUTE WS-TZ-HH = WS-TZ-ABS-MINUTES / 60
           COMPUTE WS-TZ-MM = WS-TZ-ABS-MINUTES - WS-TZ-HH * 60
           STRING WS-LOG-DATE DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               WS-LOG-TIME DELIMITED BY SIZE
               WS-TZ-SIGN DELIMITED BY SIZE
               WS-TZ-HH DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-TZ-MM DELIMITED BY SIZE
               INTO WS-LOCAL-STAMP
           END-STRING.

       FORMAT-UTC-STAMP.
      *----------------------------------------------------------
      *WS-TZ-UTC-SECONDS back into WS-LOG-DATE and WS-LOG-TIME.
      *----------------------------------------------------------
           COMPUTE WS-TZ-DAY-NUM = WS-TZ-UTC-SECONDS / 86400
           COMPUTE WS-TZ-DAY-SECONDS =
              WS-TZ-UTC-SECONDS - WS-TZ-DAY-NUM * 86400
           MOVE FUNCTION DATE-OF-INTEGER(WS-TZ-DAY-NUM)
              TO WS-TZ-DATE-NUM
           MOVE WS-TZ-DATE-NUM TO WS-TZ-DATE-DIGITS
           MOVE SPACES TO WS-LOG-DATE WS-LOG-TIME
           STRING WS-TZ-DATE-DIGITS(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-TZ-DATE-DIGITS(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-TZ-DATE-DIGITS(7:2) DELIMITED BY SIZE
               INTO WS-LOG-DATE
           END-STRING
           COMPUTE WS-TZ-HH = WS-TZ-DAY-SECONDS / 3600
           COMPUTE WS-TZ-MM =
              (WS-TZ-DAY-SECONDS - WS-TZ-HH * 3600) / 60
           COMPUTE WS-TZ-SS = WS-TZ-DAY-SECONDS
              - WS-TZ-HH * 3600 - WS-TZ-MM * 60
           STRING WS-TZ-HH DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-TZ-MM DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-TZ-SS DELIMITED BY SIZE
               INTO WS-LOG-TIME
           END-STRING.

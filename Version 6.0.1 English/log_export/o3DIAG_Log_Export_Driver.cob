           SELECT GENCAT-FILE ASSIGN TO DYNAMIC WS-GENCAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENCAT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO DYNAMIC WS-HOLIDAY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Profile catalog, named by the PROFILES= argument: the same
      *"KEYWORD  VALUE" line layout as a parameter file. PROFILE
      *opens a new profile, MATCH gives its filename pattern (one
      **wildcard supported, e.g. web*.log); RUN-FREQUENCY, RUN-DAY
      *and FULL-RUN set its processing calendar (see below); every
      *other line is an O3DPARM keyword written into the parm file
      *of each source file the pattern matches. A profile named
      *DEFAULT catches the files no pattern matched.
      *----------------------------------------------------------
       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05  FILLER           PIC X VALUE SPACE.
           05  GENCAT-LAST      PIC 9(6).

      *----------------------------------------------------------
      *The export audit trail. The driver appends a record of its
      *own for every file it deliberately did not export tonight,
      *labelled "DRIVER <reason>" where an export records its
      *output path - the same convention the retention manager
      *uses for its purge records - so the reports downstream can
      *tell a held-back file from a feed that went quiet.
      *----------------------------------------------------------
       FD  AUDIT-FILE.
           COPY O3DAUD.

      *----------------------------------------------------------
      *Shop holiday calendar, named by the HOLIDAYS= argument: the
      *same "KEYWORD  VALUE" line layout as the catalog, one
      *"HOLIDAY  YYYY-MM-DD" line per bank holiday. Anything after
      *the date (the holiday's name, say) is ignored; blank lines
      *and lines whose keyword starts with * are comments.
      *----------------------------------------------------------
       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05  HOL-KEYWORD  PIC X(20).
           05  HOL-VALUE    PIC X(256).

       WORKING-STORAGE SECTION.
       01  WS-SOURCE-DIR       PIC X(256).
       01  WS-OUTPUT-DIR       PIC X(256).
           05  WS-CARRY-ENTRY OCCURS 512 TIMES PIC X(256).
       01  WS-DEFER-COUNT      PIC 9(6)   VALUE ZERO.

      *----------------------------------------------------------
      *Driver audit records go to the trail the file's export
      *would have written to: the AUDIT-PATH of the profile that
      *matches it, else the export manager's default.
      *----------------------------------------------------------
       01  WS-AUDIT-FILE-PATH  PIC X(256) VALUE SPACES.
       01  WS-AUDIT-DEFAULT    PIC X(256)
               VALUE "O3DIAG-EXPORT-AUDIT.LOG".
       01  WS-AUDIT-STATUS     PIC XX.
       01  WS-DRIVER-LABEL     PIC X(40)  VALUE SPACES.
       01  WS-DRIVER-STAMP     PIC X(21)  VALUE SPACES.

      *----------------------------------------------------------
      *GDG generation mode, enabled by the GDG argument: a swept
      *name shaped base.GxxxxVyy is a generation migrated off
               10  WS-GEN-BASE-NAME PIC X(200).
               10  WS-GEN-LAST      PIC 9(6).

      *----------------------------------------------------------
      *Processing calendar. A profile may carry RUN-FREQUENCY -
      *DAILY (the default), WEEKLY with a RUN-DAY of MON..SUN,
      *MONTH-END, or BUSINESS-DAYS - and FULL-RUN MONTH-END. The
      *driver reads these itself; they never reach a parm file.
      *A business day is a weekday that is not on the HOLIDAYS=
      *calendar; the month-end night is the month's last business
      *day, so a close that falls on a weekend or holiday runs the
      *business day before. A holiday suppresses every frequency
      *but DAILY. Each file is exported, skipped - with a
      *"DRIVER SKIP <reason>" audit record, so the reports can
      *tell a planned skip from a feed gone quiet - or, on the
      *month-end night of a FULL-RUN profile under DELTA, exported
      *in full: no DELTA-MODE or HWM-PATH goes into its parm file,
      *so its mark is neither read nor moved and the next night's
      *delta carries on from where it stood. The full export is
      *written the way the profile's OUTPUT-MODE says, so a
      *profile that APPENDs its deltas into one stream should not
      *ask for one. Carried-over files were due the night they
      *were deferred and are never skipped.
      *The night is the batch night - a sweep started before noon
      *belongs to the evening before, as in the delivery
      *scorecard - unless RUN-DATE=YYYY-MM-DD names it, for a
      *re-run of a night that was missed.
      *----------------------------------------------------------
       01  WS-HOLIDAY-PATH     PIC X(256) VALUE SPACES.
       01  WS-HOLIDAY-STATUS   PIC XX.
       01  WS-HOLIDAY-EOF      PIC X      VALUE "N".
       01  WS-HOLIDAY-MAX      PIC 9(4)   VALUE 256.
       01  WS-HOLIDAY-COUNT    PIC 9(4)   VALUE ZERO.
       01  WS-HOLIDAY-IDX      PIC 9(4)   VALUE ZERO.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-DATE OCCURS 256 TIMES PIC 9(8).
       01  WS-CAL-IN-USE       PIC X      VALUE "N".
       01  WS-CAL-TEXT         PIC X(20)  VALUE SPACES.
       01  WS-CAL-DIGITS       PIC X(8)   VALUE SPACES.
       01  WS-CAL-DATE         PIC 9(8)   VALUE ZERO.
       01  WS-CAL-DAY          PIC 9(8)   VALUE ZERO.
       01  WS-CAL-WD-NUM       PIC 9      VALUE ZERO.
       01  WS-CAL-WEEKDAY      PIC X(3)   VALUE SPACES.
       01  WS-CAL-HOLIDAY      PIC X      VALUE "N".
       01  WS-CAL-DAY-OK       PIC X      VALUE "N".
       01  WS-CAL-BUSINESS     PIC X      VALUE "N".
       01  WS-RUN-DATE-ARG     PIC X(10)  VALUE SPACES.
       01  WS-NIGHT-DATE       PIC 9(8)   VALUE ZERO.
       01  WS-NIGHT-DAY        PIC 9(8)   VALUE ZERO.
       01  WS-NIGHT-WEEKDAY    PIC X(3)   VALUE SPACES.
       01  WS-NIGHT-HOLIDAY    PIC X      VALUE "N".
       01  WS-NIGHT-BUSINESS   PIC X      VALUE "N".
       01  WS-NIGHT-MONTH-END  PIC X      VALUE "N".
       01  WS-NIGHT-NOTE       PIC X(40)  VALUE SPACES.
       01  WS-WEEKDAY-NAMES    PIC X(21)
               VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-WEEKDAY-TABLE REDEFINES WS-WEEKDAY-NAMES.
           05  WS-WEEKDAY-NAME OCCURS 7 TIMES PIC X(3).
       01  WS-CAL-CARRIED      PIC X      VALUE "N".
       01  WS-CAL-SKIP         PIC X      VALUE "N".
       01  WS-CAL-FULL         PIC X      VALUE "N".
       01  WS-CAL-REASON       PIC X(8)   VALUE SPACES.
       01  WS-CAL-SKIP-COUNT   PIC 9(6)   VALUE ZERO.
       01  WS-CAL-FULL-COUNT   PIC 9(6)   VALUE ZERO.

      *----------------------------------------------------------
      *MAXPAR=n launches up to n exports concurrently. The sweep
      *proceeds in waves: n exports are started in the background
           05  WS-PROFILE-ENTRY OCCURS 32 TIMES.
               10  WS-PROF-NAME     PIC X(20).
               10  WS-PROF-MATCH    PIC X(64).
               10  WS-PROF-FREQUENCY PIC X(20).
               10  WS-PROF-RUN-DAY  PIC X(20).
               10  WS-PROF-FULL-RUN PIC X(20).
               10  WS-PROF-KW-COUNT PIC 9(2).
               10  WS-PROF-KEYWORDS OCCURS 16 TIMES.
                   15  WS-PROF-KW   PIC X(20).
       01  WS-RC-BAD-DEADLINE       PIC 9(4) VALUE 24.
       01  WS-RC-CARRYOVER-FAILED   PIC 9(4) VALUE 26.
       01  WS-RC-GENCAT-FAILED      PIC 9(4) VALUE 28.
       01  WS-RC-AUDIT-FAILED       PIC 9(4) VALUE 30.
       01  WS-RC-CALENDAR-FAILED    PIC 9(4) VALUE 32.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-ID
           MOVE WS-RUN-ID(9:6) TO WS-START-TIME
           IF WS-HOLIDAY-PATH NOT = SPACES
              MOVE "Y" TO WS-CAL-IN-USE
              PERFORM LOAD-HOLIDAY-CALENDAR
           END-IF
           PERFORM SET-PROCESSING-NIGHT
           MOVE SPACES TO WS-CARRY-PATH
           STRING FUNCTION TRIM(WS-OUTPUT-DIR) DELIMITED BY SIZE
               "/o3diag_carryover.list" DELIMITED BY SIZE
                 TO DIR-LISTING-LINE
              PERFORM CHECK-SKIP-FILE
              IF WS-SKIP-FILE = "N"
                 MOVE "Y" TO WS-CAL-CARRIED
                 PERFORM DECIDE-CALENDAR-ACTION
                 IF WS-DEADLINE-HIT = "Y"
                    PERFORM DEFER-CURRENT-FILE
                 ELSE
                       IF WS-SKIP-FILE = "N"
                          PERFORM CHECK-CARRYOVER-DUP
                          IF WS-CARRY-DUP = "N"
                             MOVE "N" TO WS-CAL-CARRIED
                             PERFORM DECIDE-CALENDAR-ACTION
                             EVALUATE TRUE
                                WHEN WS-CAL-SKIP = "Y"
                                   PERFORM SKIP-CURRENT-FILE
                                WHEN WS-DEADLINE-HIT = "Y"
                                   PERFORM DEFER-CURRENT-FILE
                                WHEN OTHER
                                   PERFORM DISPATCH-CURRENT-FILE
                             END-EVALUATE
                          END-IF
                       END-IF
                    END-IF
               WS-FILE-COUNT " file(s) from "
               FUNCTION TRIM(WS-SOURCE-DIR)
               ", " WS-FAILURE-COUNT " failure(s), "
               WS-DEFER-COUNT " deferred to carry-over, "
               WS-CAL-SKIP-COUNT " skipped by the calendar"
           IF WS-CAL-FULL-COUNT > 0
              DISPLAY "O3DIAG-LOG-EXPORT-DRIVER: "
                 WS-CAL-FULL-COUNT " month-end full export(s) "
                 "run in place of the delta"
           END-IF

      *----------------------------------------------------------
      *A failure outranks a deferral - the failure summary is
                 ELSE
                 IF WS-EXTRA-ARG(1:9) = "DEADLINE="
                    PERFORM APPLY-DEADLINE-ARG
                 ELSE
                 IF WS-EXTRA-ARG(1:9) = "HOLIDAYS="
                    MOVE WS-EXTRA-ARG(10:) TO WS-HOLIDAY-PATH
                 ELSE
                 IF WS-EXTRA-ARG(1:9) = "RUN-DATE="
                    PERFORM APPLY-RUN-DATE-ARG
                 ELSE
                    EVALUATE FUNCTION TRIM(WS-EXTRA-ARG)
                       WHEN "DELTA"
                 END-IF
                 END-IF
                 END-IF
                 END-IF
                 END-IF
              END-IF
           END-PERFORM.

           END-STRING
           MOVE "Y" TO WS-DEADLINE-ACTIVE.

       APPLY-RUN-DATE-ARG.
      *----------------------------------------------------------
      *Like a mistyped deadline, a mistyped night is a hard
      *failure - guessing would run tonight's calendar against
      *the wrong night's files.
      *----------------------------------------------------------
           MOVE SPACES TO WS-CAL-TEXT
           MOVE WS-EXTRA-ARG(10:) TO WS-CAL-TEXT
           PERFORM CONVERT-CALENDAR-DATE
           IF WS-CAL-DATE = ZERO
              DISPLAY "O3DIAG-LOG-EXPORT-DRIVER: RUN-DATE must "
                 "be YYYY-MM-DD, not " FUNCTION TRIM(WS-EXTRA-ARG)
              MOVE WS-RC-CALENDAR-FAILED TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-CAL-TEXT(11:) NOT = SPACES
              DISPLAY "O3DIAG-LOG-EXPORT-DRIVER: RUN-DATE must "
                 "be YYYY-MM-DD, not " FUNCTION TRIM(WS-EXTRA-ARG)
              MOVE WS-RC-CALENDAR-FAILED TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-CAL-TEXT(1:10) TO WS-RUN-DATE-ARG.

       APPLY-MAXPAR-ARG.
           MOVE SPACES TO WS-MAXPAR-DIGITS
           MOVE FUNCTION TRIM(WS-EXTRA-ARG(8:))
              END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           PERFORM VARYING WS-PROF-IDX FROM 1 BY 1
                 UNTIL WS-PROF-IDX > WS-PROF-COUNT
              PERFORM CHECK-PROFILE-CALENDAR
           END-PERFORM

           DISPLAY "O3DIAG-LOG-EXPORT-DRIVER: loaded "
              WS-PROF-COUNT " profile(s) from "
                 END-IF
                 MOVE FUNCTION TRIM(CAT-VALUE)
                    TO WS-PROF-MATCH(WS-PROF-COUNT)
              WHEN "RUN-FREQUENCY"
              WHEN "RUN-DAY"
              WHEN "FULL-RUN"
                 PERFORM APPLY-CALENDAR-KEYWORD
              WHEN SPACES
                 CONTINUE
      *----------------------------------------------------------
           MOVE CAT-VALUE TO WS-PROF-VAL(WS-PROF-COUNT,
              WS-PROF-KW-COUNT(WS-PROF-COUNT)).

       APPLY-CALENDAR-KEYWORD.
      *----------------------------------------------------------
      *A calendar value the driver does not know is refused with
      *the catalog, the same as a driver-owned keyword: guessing
      *would export a weekly feed every night, or skip a daily
      *one for good.
      *----------------------------------------------------------
           IF WS-PROF-COUNT = ZERO
              PERFORM CATALOG-LINE-OUTSIDE-PROFILE
           END-IF
           MOVE "Y" TO WS-CAL-IN-USE
           MOVE SPACES TO WS-CAL-TEXT
           MOVE FUNCTION TRIM(CAT-VALUE) TO WS-CAL-TEXT
           EVALUATE FUNCTION TRIM(CAT-KEYWORD)
              WHEN "RUN-FREQUENCY"
                 IF WS-CAL-TEXT NOT = "DAILY"
                    AND WS-CAL-TEXT NOT = "WEEKLY"
                    AND WS-CAL-TEXT NOT = "MONTH-END"
                    AND WS-CAL-TEXT NOT = "BUSINESS-DAYS"
                    PERFORM REFUSE-CALENDAR-VALUE
                 END-IF
                 MOVE WS-CAL-TEXT TO WS-PROF-FREQUENCY(WS-PROF-COUNT)
              WHEN "RUN-DAY"
                 MOVE "N" TO WS-CAL-DAY-OK
                 PERFORM VARYING WS-CAL-WD-NUM FROM 1 BY 1
                       UNTIL WS-CAL-WD-NUM > 7
                    IF WS-CAL-TEXT = WS-WEEKDAY-NAME(WS-CAL-WD-NUM)
                       MOVE "Y" TO WS-CAL-DAY-OK
                    END-IF
                 END-PERFORM
                 IF WS-CAL-DAY-OK = "N"
                    PERFORM REFUSE-CALENDAR-VALUE
                 END-IF
                 MOVE WS-CAL-TEXT TO WS-PROF-RUN-DAY(WS-PROF-COUNT)
              WHEN OTHER
                 IF WS-CAL-TEXT NOT = "MONTH-END"
                    PERFORM REFUSE-CALENDAR-VALUE
                 END-IF
                 MOVE WS-CAL-TEXT TO WS-PROF-FULL-RUN(WS-PROF-COUNT)
           END-EVALUATE.

       REFUSE-CALENDAR-VALUE.
           DISPLAY "O3DIAG-LOG-EXPORT-DRIVER: profile "
              FUNCTION TRIM(WS-PROF-NAME(WS-PROF-COUNT))
              " has an unknown " FUNCTION TRIM(CAT-KEYWORD)
              " value " FUNCTION TRIM(CAT-VALUE)
           CLOSE CATALOG-FILE
           MOVE WS-RC-CATALOG-FAILED TO RETURN-CODE
           STOP RUN.

       CHECK-PROFILE-CALENDAR.
      *----------------------------------------------------------
      *A weekly profile needs its day, and a day means nothing to
      *any other frequency - either way the catalog does not say
      *what the operator meant.
      *----------------------------------------------------------
           IF WS-PROF-FREQUENCY(WS-PROF-IDX) = "WEEKLY"
              AND WS-PROF-RUN-DAY(WS-PROF-IDX) = SPACES
              DISPLAY "O3DIAG-LOG-EXPORT-DRIVER: profile "
                 FUNCTION TRIM(WS-PROF-NAME(WS-PROF-IDX))
                 " runs WEEKLY but names no RUN-DAY"
              MOVE WS-RC-CATALOG-FAILED TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-PROF-FREQUENCY(WS-PROF-IDX) NOT = "WEEKLY"
              AND WS-PROF-RUN-DAY(WS-PROF-IDX) NOT = SPACES
              DISPLAY "O3DIAG-LOG-EXPORT-DRIVER: profile "
                 FUNCTION TRIM(WS-PROF-NAME(WS-PROF-IDX))
                 " names a RUN-DAY but does not run WEEKLY"
              MOVE WS-RC-CATALOG-FAILED TO RETURN-CODE
              STOP RUN
           END-IF.

       CATALOG-LINE-OUTSIDE-PROFILE.
           DISPLAY "O3DIAG-LOG-EXPORT-DRIVER: profile catalog "
              "line appears before the first PROFILE: "
           MOVE WS-RC-CATALOG-FAILED TO RETURN-CODE
           STOP RUN.

       LOAD-HOLIDAY-CALENDAR.
      *----------------------------------------------------------
      *A calendar the operator named but that cannot be read, or
      *that holds a date the driver cannot place, is a hard
      *failure: running without it would export the holiday's
      *business-day feeds into a SIEM that is not ingesting.
      *----------------------------------------------------------
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS NOT = "00"
              DISPLAY "O3DIAG-LOG-EXPORT-DRIVER: cannot open "
                 "holiday calendar " FUNCTION TRIM(WS-HOLIDAY-PATH)
                 " (file status " WS-HOLIDAY-STATUS ")"
              MOVE WS-RC-CALENDAR-FAILED TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM UNTIL WS-HOLIDAY-EOF = "Y"
              READ HOLIDAY-FILE
                 AT END MOVE "Y" TO WS-HOLIDAY-EOF
                 NOT AT END PERFORM TAKE-HOLIDAY-LINE
              END-READ
           END-PERFORM
           CLOSE HOLIDAY-FILE
           DISPLAY "O3DIAG-LOG-EXPORT-DRIVER: loaded "
              WS-HOLIDAY-COUNT " holiday(s) from "
              FUNCTION TRIM(WS-HOLIDAY-PATH).

       TAKE-HOLIDAY-LINE.
           EVALUATE TRUE
              WHEN HOLIDAY-RECORD = SPACES
              WHEN HOL-KEYWORD(1:1) = "*"
                 CONTINUE
              WHEN FUNCTION TRIM(HOL-KEYWORD) = "HOLIDAY"
                 MOVE SPACES TO WS-CAL-TEXT
                 MOVE FUNCTION TRIM(HOL-VALUE) TO WS-CAL-TEXT
                 PERFORM CONVERT-CALENDAR-DATE
                 IF WS-CAL-DATE = ZERO
                    DISPLAY "O3DIAG-LOG-EXPORT-DRIVER: holiday "
                       "calendar date is not YYYY-MM-DD: "
                       FUNCTION TRIM(HOL-VALUE)
                    CLOSE HOLIDAY-FILE
                    MOVE WS-RC-CALENDAR-FAILED TO RETURN-CODE
                    STOP RUN
                 END-IF
                 IF WS-HOLIDAY-COUNT >= WS-HOLIDAY-MAX
                    DISPLAY "O3DIAG-LOG-EXPORT-DRIVER: holiday "
                       "calendar holds more than " WS-HOLIDAY-MAX
                       " dates"
                    CLOSE HOLIDAY-FILE
                    MOVE WS-RC-CALENDAR-FAILED TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-HOLIDAY-COUNT
                 MOVE WS-CAL-DATE
                    TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
              WHEN OTHER
                 DISPLAY "O3DIAG-LOG-EXPORT-DRIVER: holiday "
                    "calendar line is not a HOLIDAY: "
                    FUNCTION TRIM(HOL-KEYWORD)
                 CLOSE HOLIDAY-FILE
                 MOVE WS-RC-CALENDAR-FAILED TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       CONVERT-CALENDAR-DATE.
      *----------------------------------------------------------
      *YYYY-MM-DD at the front of WS-CAL-TEXT into WS-CAL-DATE as
      *YYYYMMDD; zero when it is not a real calendar date.
      *----------------------------------------------------------
           MOVE ZERO TO WS-CAL-DATE
           IF WS-CAL-TEXT(1:4) IS NUMERIC
              AND WS-CAL-TEXT(5:1) = "-"
              AND WS-CAL-TEXT(6:2) IS NUMERIC
              AND WS-CAL-TEXT(8:1) = "-"
              AND WS-CAL-TEXT(9:2) IS NUMERIC
              MOVE SPACES TO WS-CAL-DIGITS
              STRING WS-CAL-TEXT(1:4) DELIMITED BY SIZE
                  WS-CAL-TEXT(6:2) DELIMITED BY SIZE
                  WS-CAL-TEXT(9:2) DELIMITED BY SIZE
                  INTO WS-CAL-DIGITS
              END-STRING
              MOVE WS-CAL-DIGITS TO WS-CAL-DATE
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-CAL-DATE) NOT = ZERO
                 MOVE ZERO TO WS-CAL-DATE
              END-IF
           END-IF.

       SET-PROCESSING-NIGHT.
      *----------------------------------------------------------
      *Settles tonight's place in the calendar once, before the
      *sweep: its weekday, whether it is a holiday or a business
      *day, and whether it is the month-end night - no business
      *day left between it and the end of its month.
      *----------------------------------------------------------
           IF WS-RUN-DATE-ARG = SPACES
              MOVE WS-RUN-ID(1:8) TO WS-NIGHT-DATE
              COMPUTE WS-NIGHT-DAY =
                 FUNCTION INTEGER-OF-DATE(WS-NIGHT-DATE)
              IF WS-RUN-ID(9:2) < "12"
                 SUBTRACT 1 FROM WS-NIGHT-DAY
              END-IF
           ELSE
              MOVE SPACES TO WS-CAL-TEXT
              MOVE WS-RUN-DATE-ARG TO WS-CAL-TEXT
              PERFORM CONVERT-CALENDAR-DATE
              COMPUTE WS-NIGHT-DAY =
                 FUNCTION INTEGER-OF-DATE(WS-CAL-DATE)
           END-IF
           MOVE WS-NIGHT-DAY TO WS-CAL-DAY
           PERFORM CLASSIFY-CALENDAR-DAY
           MOVE WS-CAL-DATE TO WS-NIGHT-DATE
           MOVE WS-CAL-WEEKDAY TO WS-NIGHT-WEEKDAY
           MOVE WS-CAL-HOLIDAY TO WS-NIGHT-HOLIDAY
           MOVE WS-CAL-BUSINESS TO WS-NIGHT-BUSINESS

           MOVE WS-NIGHT-BUSINESS TO WS-NIGHT-MONTH-END
           COMPUTE WS-CAL-DAY = WS-NIGHT-DAY + 1
           COMPUTE WS-CAL-DATE = FUNCTION DATE-OF-INTEGER(WS-CAL-DAY)
           PERFORM UNTIL WS-NIGHT-MONTH-END = "N"
                 OR WS-CAL-DATE(1:6) NOT = WS-NIGHT-DATE(1:6)
              PERFORM CLASSIFY-CALENDAR-DAY
              IF WS-CAL-BUSINESS = "Y"
                 MOVE "N" TO WS-NIGHT-MONTH-END
              END-IF
              ADD 1 TO WS-CAL-DAY
              COMPUTE WS-CAL-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-CAL-DAY)
           END-PERFORM

           IF WS-CAL-IN-USE = "Y"
              EVALUATE TRUE
                 WHEN WS-NIGHT-HOLIDAY = "Y"
                    MOVE "holiday" TO WS-NIGHT-NOTE
                 WHEN WS-NIGHT-BUSINESS = "N"
                    MOVE "weekend" TO WS-NIGHT-NOTE
                 WHEN WS-NIGHT-MONTH-END = "Y"
                    MOVE "business day, month-end close"
                       TO WS-NIGHT-NOTE
                 WHEN OTHER
                    MOVE "business day" TO WS-NIGHT-NOTE
              END-EVALUATE
              DISPLAY "O3DIAG-LOG-EXPORT-DRIVER: processing night "
                 WS-NIGHT-DATE(1:4) "-" WS-NIGHT-DATE(5:2) "-"
                 WS-NIGHT-DATE(7:2) " " WS-NIGHT-WEEKDAY " - "
                 FUNCTION TRIM(WS-NIGHT-NOTE)
           END-IF.

       CLASSIFY-CALENDAR-DAY.
      *----------------------------------------------------------
      *Day number WS-CAL-DAY (FUNCTION INTEGER-OF-DATE's count,
      *whose day 1 - 1601-01-01 - was a Monday) into its date,
      *weekday, holiday and business-day flags.
      *----------------------------------------------------------
           COMPUTE WS-CAL-DATE = FUNCTION DATE-OF-INTEGER(WS-CAL-DAY)
           COMPUTE WS-CAL-WD-NUM =
              FUNCTION MOD(WS-CAL-DAY - 1, 7) + 1
           MOVE WS-WEEKDAY-NAME(WS-CAL-WD-NUM) TO WS-CAL-WEEKDAY
           MOVE "N" TO WS-CAL-HOLIDAY
           PERFORM VARYING WS-HOLIDAY-IDX FROM 1 BY 1
                 UNTIL WS-HOLIDAY-IDX > WS-HOLIDAY-COUNT
                 OR WS-CAL-HOLIDAY = "Y"
              IF WS-HOLIDAY-DATE(WS-HOLIDAY-IDX) = WS-CAL-DATE
                 MOVE "Y" TO WS-CAL-HOLIDAY
              END-IF
           END-PERFORM
           MOVE "Y" TO WS-CAL-BUSINESS
           IF WS-CAL-WD-NUM > 5 OR WS-CAL-HOLIDAY = "Y"
              MOVE "N" TO WS-CAL-BUSINESS
           END-IF.

       DECIDE-CALENDAR-ACTION.
      *----------------------------------------------------------
      *Tonight's action for the current listing entry under its
      *profile's calendar: WS-CAL-SKIP with the WS-CAL-REASON the
      *audit record carries, or WS-CAL-FULL for the month-end
      *full export. A full export only means something against
      *the nightly delta - without DELTA every export is full.
      *----------------------------------------------------------
           MOVE "N" TO WS-CAL-SKIP
           MOVE "N" TO WS-CAL-FULL
           MOVE SPACES TO WS-CAL-REASON
           PERFORM SELECT-PROFILE-FOR-FILE
           IF WS-PROF-SELECTED > 0 AND WS-CAL-CARRIED = "N"
              EVALUATE WS-PROF-FREQUENCY(WS-PROF-SELECTED)
                 WHEN "WEEKLY"
                    IF WS-NIGHT-WEEKDAY NOT =
                          WS-PROF-RUN-DAY(WS-PROF-SELECTED)
                       MOVE "Y" TO WS-CAL-SKIP
                       MOVE "WEEKLY" TO WS-CAL-REASON
                    ELSE
                       IF WS-NIGHT-HOLIDAY = "Y"
                          MOVE "Y" TO WS-CAL-SKIP
                          MOVE "HOLIDAY" TO WS-CAL-REASON
                       END-IF
                    END-IF
                 WHEN "MONTH-END"
                    IF WS-NIGHT-MONTH-END = "N"
                       MOVE "Y" TO WS-CAL-SKIP
                       MOVE "MTH-END" TO WS-CAL-REASON
                    END-IF
                 WHEN "BUSINESS-DAYS"
                    IF WS-NIGHT-HOLIDAY = "Y"
                       MOVE "Y" TO WS-CAL-SKIP
                       MOVE "HOLIDAY" TO WS-CAL-REASON
                    ELSE
                       IF WS-NIGHT-BUSINESS = "N"
                          MOVE "Y" TO WS-CAL-SKIP
                          MOVE "WEEKEND" TO WS-CAL-REASON
                       END-IF
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           IF WS-PROF-SELECTED > 0
              AND WS-CAL-SKIP = "N"
              AND WS-DELTA-MODE = "Y"
              AND WS-NIGHT-MONTH-END = "Y"
              AND WS-PROF-FULL-RUN(WS-PROF-SELECTED) = "MONTH-END"
              MOVE "Y" TO WS-CAL-FULL
           END-IF.

       SELECT-PROFILE-FOR-FILE.
      *----------------------------------------------------------
      *First profile whose MATCH pattern fits the file name wins,
      *output directory next to the export it describes, never
      *under /tmp and never in the swept source directory.
      *----------------------------------------------------------
              IF WS-DELTA-MODE = "Y" AND WS-CAL-FULL = "N"
                 MOVE SPACES TO WS-HWM-PATH
                 STRING FUNCTION TRIM(WS-OUTPUT-DIR)
                        DELIMITED BY SIZE
           ELSE
              PERFORM SELECT-PROFILE-FOR-FILE
              PERFORM WRITE-PARM-FILE
              IF WS-CAL-FULL = "Y"
                 ADD 1 TO WS-CAL-FULL-COUNT
              END-IF
              PERFORM ADD-EXPORT-TO-WAVE
              IF WS-SLOT-COUNT >= WS-MAXPAR
                 PERFORM RUN-EXPORT-WAVE
              END-IF
           END-PERFORM.

       SKIP-CURRENT-FILE.
      *----------------------------------------------------------
      *No export tonight by the profile's calendar. The reason
      *goes on the audit record, where the volume trend lists it
      *against the source instead of calling the feed silent.
      *----------------------------------------------------------
           MOVE SPACES TO WS-DRIVER-LABEL
           STRING "DRIVER SKIP " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CAL-REASON) DELIMITED BY SIZE
               INTO WS-DRIVER-LABEL
           END-STRING
           PERFORM WRITE-DRIVER-AUDIT-RECORD
           ADD 1 TO WS-CAL-SKIP-COUNT.

       DEFER-CURRENT-FILE.
      *----------------------------------------------------------
      *The list is created on the first deferral only, so a run
              MOVE WS-RC-CARRYOVER-FAILED TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "DRIVER DEFERRED" TO WS-DRIVER-LABEL
           PERFORM WRITE-DRIVER-AUDIT-RECORD
           ADD 1 TO WS-DEFER-COUNT.

       WRITE-DRIVER-AUDIT-RECORD.
      *----------------------------------------------------------
      *One audit record for the current listing entry, which no
      *export ran for: input path as the export would have
      *recorded it, WS-DRIVER-LABEL in place of the output path,
      *zero counts. An unwritable trail stops the run - a
      *held-back file missing from the trail is exactly the
      *silent source the trend report would then raise.
      *----------------------------------------------------------
           PERFORM SELECT-PROFILE-FOR-FILE
           MOVE WS-AUDIT-DEFAULT TO WS-AUDIT-FILE-PATH
           IF WS-PROF-SELECTED > 0
              PERFORM VARYING WS-PROF-KW-IDX FROM 1 BY 1
                    UNTIL WS-PROF-KW-IDX >
                       WS-PROF-KW-COUNT(WS-PROF-SELECTED)
                 IF WS-PROF-KW(WS-PROF-SELECTED, WS-PROF-KW-IDX)
                       = "AUDIT-PATH"
                    MOVE FUNCTION TRIM(WS-PROF-VAL
                       (WS-PROF-SELECTED, WS-PROF-KW-IDX))
                       TO WS-AUDIT-FILE-PATH
                 END-IF
              END-PERFORM
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-DRIVER-STAMP
           MOVE SPACES TO AUDIT-RECORD
           STRING FUNCTION TRIM(WS-SOURCE-DIR) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-LISTING-TRIMMED) DELIMITED BY SIZE
               INTO AUD-INPUT-FILE
           END-STRING
           MOVE WS-DRIVER-LABEL TO AUD-OUTPUT-FILE
           MOVE WS-DRIVER-STAMP TO AUD-START-TS
           MOVE WS-DRIVER-STAMP TO AUD-END-TS
           MOVE ZERO TO AUD-RECORDS-READ
           MOVE ZERO TO AUD-RECORDS-WRITTEN
           MOVE ZERO TO AUD-RETURN-CODE
           MOVE "N" TO AUD-RESTARTED
           MOVE ZERO TO AUD-RESTART-FROM
           MOVE ZERO TO AUD-RECORDS-REJECTED
           MOVE ZERO TO AUD-EVENTS-ASSEMBLED
           MOVE ZERO TO AUD-LINES-FOLDED
           MOVE ZERO TO AUD-BYTES-WRITTEN

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
              DISPLAY "O3DIAG-LOG-EXPORT-DRIVER: cannot open audit "
                 "file " FUNCTION TRIM(WS-AUDIT-FILE-PATH)
                 " (file status " WS-AUDIT-STATUS ")"
              MOVE WS-RC-AUDIT-FAILED TO RETURN-CODE
              STOP RUN
           END-IF
           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = "00"
              DISPLAY "O3DIAG-LOG-EXPORT-DRIVER: write failed to "
                 "audit file " FUNCTION TRIM(WS-AUDIT-FILE-PATH)
                 " (file status " WS-AUDIT-STATUS ")"
              CLOSE AUDIT-FILE
              MOVE WS-RC-AUDIT-FAILED TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE AUDIT-FILE.

       COLLECT-SLOT-RESULT.
      *----------------------------------------------------------
      *A missing or unreadable return-code file means the export
           WRITE PARM-RECORD
           PERFORM CHECK-PARM-WRITE

           IF WS-DELTA-MODE = "Y" AND WS-CAL-FULL = "N"
              MOVE "DELTA-MODE" TO PARM-KEYWORD
              MOVE "Y" TO PARM-VALUE
              WRITE PARM-RECORD

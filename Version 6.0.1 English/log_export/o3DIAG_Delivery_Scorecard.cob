      *------------------------------
      *o3DIAG Delivery Scorecard
      *------------------------------
      *Copyright (c) openw3rk INVENT
      *License: MIT-License
      *------------------------------
      *https://openw3rk.de
      *https://o3diag.openw3rk.de
      *https://o3diag.openw3rk.de/help/develop/cobol
      *-----------------------------------------------
      *Monthly per-application delivery scorecard. The audit
      *report covers one night, the volume trend a week of
      *volumes; neither answers the service review's question of
      *how reliably each feed was delivered over the month. This
      *program pulls the month together, one line per feed:
      *
      *  - nights exported clean, recovered (a restarted run or a
      *    re-run after a failure), failed, or deferred to the
      *    carry-over list, from the export audit trail
      *    (AUD-RETURN-CODE, AUD-RESTARTED and the driver's
      *    DRIVER DEFERRED records);
      *  - the reject ratio, AUD-RECORDS-REJECTED over
      *    AUD-RECORDS-READ;
      *  - what became of the .rej lines: REPAIRED, DISCARDED or
      *    STILL-FAILING, from the reject reprocessor's
      *    disposition files (the latest disposition of each line
      *    counts);
      *  - how many of the archives the shipping manifest
      *    recorded were confirmed at their destination, from the
      *    ship verifier's verification log.
      *
      *A feed is one source file, or - when the driver's profile
      *catalog is named - the profile whose MATCH pattern the
      *source file fits, so a multi-file application scores as
      *one line. A night is the batch night: a stamp before noon
      *belongs to the sweep that started the evening before. The
      *report ends with a month-over-month comparison against the
      *previous month and a ranked list of the worst feeds.
      *
      *Arguments, all optional and in any order: MONTH=YYYY-MM
      *(default last month), AUDIT=path, MANIFEST=path and
      *VERIFY=path (defaulting to where the export manager and
      *the ship verifier leave them), DISP=path (a disposition
      *file to count; may repeat, up to 16), PROFILES=path (the
      *driver's profile catalog), REPORT=path (default
      *O3DIAG-SCORECARD-REPORT.TXT) and TOP=n for the length of
      *the worst-feeds list (default 10).
      *-----------------------------------------------

       IDENTIFICATION DIVISION.
       PROGRAM-ID. O3DIAG-DELIVERY-SCORECARD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT VERIFY-FILE ASSIGN TO DYNAMIC WS-VERIFY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERIFY-STATUS.
           SELECT DISPOSITION-FILE ASSIGN TO DYNAMIC WS-DISP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-STATUS.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
           COPY O3DAUD.
       FD  MANIFEST-FILE.
           COPY O3DMAN.
       FD  VERIFY-FILE.
           COPY O3DVER.
      *----------------------------------------------------------
      *The reject reprocessor's disposition record, as that
      *program writes it.
      *----------------------------------------------------------
       FD  DISPOSITION-FILE.
       01  DISPOSITION-RECORD.
           05  DSP-SOURCE       PIC X(64).
           05  FILLER           PIC X VALUE SPACE.
           05  DSP-RECORD-NUM   PIC 9(9).
           05  FILLER           PIC X VALUE SPACE.
           05  DSP-OLD-REASON   PIC 9(2).
           05  FILLER           PIC X VALUE SPACE.
           05  DSP-STATUS       PIC X(13).
           05  FILLER           PIC X VALUE SPACE.
           05  DSP-NEW-REASON   PIC 9(2).
      *----------------------------------------------------------
      *The driver's profile catalog; only the PROFILE and MATCH
      *lines matter here.
      *----------------------------------------------------------
       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05  CAT-KEYWORD  PIC X(20).
           05  CAT-VALUE    PIC X(256).
       FD  REPORT-FILE.
       01  REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-PATH   PIC X(256)
               VALUE "O3DIAG-EXPORT-AUDIT.LOG".
       01  WS-MANIFEST-PATH     PIC X(256)
               VALUE "O3DIAG-SHIP-MANIFEST.LOG".
       01  WS-VERIFY-PATH       PIC X(256)
               VALUE "O3DIAG-SHIP-VERIFY.LOG".
       01  WS-REPORT-FILE-PATH  PIC X(256)
               VALUE "O3DIAG-SCORECARD-REPORT.TXT".
       01  WS-CATALOG-PATH      PIC X(256) VALUE SPACES.
       01  WS-DISP-PATH         PIC X(256) VALUE SPACES.
       01  WS-AUDIT-STATUS      PIC XX.
       01  WS-MANIFEST-STATUS   PIC XX.
       01  WS-VERIFY-STATUS     PIC XX.
       01  WS-DISP-STATUS       PIC XX.
       01  WS-CATALOG-STATUS    PIC XX.
       01  WS-REPORT-STATUS     PIC XX.
       01  WS-READ-EOF          PIC X VALUE "N".
       01  WS-EXTRA-ARG         PIC X(256) VALUE SPACES.
       01  WS-ARGS-DONE         PIC X VALUE "N".

      *----------------------------------------------------------
      *Distinct RETURN-CODE values. A disposition file or catalog
      *the operator named but that cannot be read is a hard
      *failure - a scorecard quietly missing them would show
      *every feed's rejects as unhandled. A missing manifest or
      *verification log only means nothing was shipped or
      *verified yet.
      *----------------------------------------------------------
       01  WS-RC-AUDIT-OPEN-FAILED   PIC 9(4) VALUE 10.
       01  WS-RC-BAD-ARGUMENTS       PIC 9(4) VALUE 12.
       01  WS-RC-REPORT-OPEN-FAILED  PIC 9(4) VALUE 14.
       01  WS-RC-REPORT-WRITE-FAILED PIC 9(4) VALUE 16.
       01  WS-RC-TABLE-OVERFLOW      PIC 9(4) VALUE 18.
       01  WS-RC-MANIFEST-FAILED     PIC 9(4) VALUE 20.
       01  WS-RC-VERIFY-FAILED       PIC 9(4) VALUE 22.
       01  WS-RC-DISP-FAILED         PIC 9(4) VALUE 24.
       01  WS-RC-CATALOG-FAILED      PIC 9(4) VALUE 26.

      *----------------------------------------------------------
      *The scored month and the one it is compared against, both
      *as YYYYMM. MONTH= overrides the default of last month.
      *----------------------------------------------------------
       01  WS-CUR-MONTH         PIC 9(6) VALUE ZERO.
       01  WS-PREV-MONTH        PIC 9(6) VALUE ZERO.
       01  WS-MONTH-YEAR        PIC 9(4) VALUE ZERO.
       01  WS-MONTH-MM          PIC 9(2) VALUE ZERO.
       01  WS-TODAY             PIC X(21) VALUE SPACES.
       01  WS-CUR-MONTH-TEXT    PIC X(7) VALUE SPACES.
       01  WS-PREV-MONTH-TEXT   PIC X(7) VALUE SPACES.

      *----------------------------------------------------------
      *Length of the worst-feeds list, overridable by TOP=.
      *----------------------------------------------------------
       01  WS-TOP-COUNT         PIC 9(4) VALUE 10.
       01  WS-NUM-DIGITS        PIC X(8) VALUE SPACES.
       01  WS-NUM-LEN           PIC 9(4) VALUE ZERO.

      *----------------------------------------------------------
      *Disposition files named by DISP=, counted in turn.
      *----------------------------------------------------------
       01  WS-DISP-MAX          PIC 9(2) VALUE 16.
       01  WS-DISP-COUNT        PIC 9(2) VALUE ZERO.
       01  WS-DISP-IDX          PIC 9(2) VALUE ZERO.
       01  WS-DISP-TABLE.
           05  WS-DISP-ENTRY OCCURS 16 TIMES PIC X(256).

      *----------------------------------------------------------
      *Batch-night arithmetic: integer day numbers, a stamp
      *before noon moved back to the evening the sweep started,
      *and the month the night belongs to. WS-REC-SLOT is 1 for
      *the scored month, 2 for the comparison month.
      *----------------------------------------------------------
       01  WS-DATE-NUM          PIC 9(8) VALUE ZERO.
       01  WS-REC-DAY           PIC 9(8) VALUE ZERO.
       01  WS-REC-MONTH         PIC 9(6) VALUE ZERO.
       01  WS-REC-SLOT          PIC 9    VALUE ZERO.
       01  WS-NIGHT-STAMP       PIC X(21) VALUE SPACES.

      *----------------------------------------------------------
      *Profile catalog: name and MATCH pattern per profile, in
      *catalog order, so a source lands in the same profile the
      *driver exported it under. WS-PROF-DEFAULT-IDX points at
      *the DEFAULT profile if the catalog has one.
      *----------------------------------------------------------
       01  WS-PROFILE-MAX      PIC 9(2)   VALUE 32.
       01  WS-PROF-COUNT       PIC 9(2)   VALUE ZERO.
       01  WS-PROF-DEFAULT-IDX PIC 9(2)   VALUE ZERO.
       01  WS-PROF-SELECTED    PIC 9(2)   VALUE ZERO.
       01  WS-PROF-IDX         PIC 9(2)   VALUE ZERO.
       01  WS-PROFILE-TABLE.
           05  WS-PROFILE-ENTRY OCCURS 32 TIMES.
               10  WS-PROF-NAME     PIC X(20).
               10  WS-PROF-MATCH    PIC X(64).

      *----------------------------------------------------------
      *Single-wildcard pattern match, as the driver applies it:
      *the pattern either names the file exactly or carries one *
      *splitting it into a required prefix and suffix.
      *----------------------------------------------------------
       01  WS-MATCH-PATTERN    PIC X(64)  VALUE SPACES.
       01  WS-MATCH-OK         PIC X      VALUE "N".
       01  WS-MATCH-PAT-LEN    PIC 9(4)   VALUE ZERO.
       01  WS-MATCH-NAME-LEN   PIC 9(4)   VALUE ZERO.
       01  WS-MATCH-STAR-POS   PIC 9(4)   VALUE ZERO.
       01  WS-MATCH-PREFIX-LEN PIC 9(4)   VALUE ZERO.
       01  WS-MATCH-SUFFIX-LEN PIC 9(4)   VALUE ZERO.
       01  WS-MATCH-IDX        PIC 9(4)   VALUE ZERO.

      *----------------------------------------------------------
      *Final path component of a full path: WS-BASE-WORK in,
      *WS-BASE-NAME and WS-BASE-LEN out.
      *----------------------------------------------------------
       01  WS-BASE-WORK         PIC X(256) VALUE SPACES.
       01  WS-BASE-NAME         PIC X(256) VALUE SPACES.
       01  WS-BASE-LEN          PIC 9(4)   VALUE ZERO.
       01  WS-BASE-POS          PIC 9(4)   VALUE ZERO.
       01  WS-BASE-SLASH        PIC 9(4)   VALUE ZERO.
       01  WS-DERIVED-NAME      PIC X(300) VALUE SPACES.

      *----------------------------------------------------------
      *Per-source state. The audit trail is appended in time
      *order, so one source's records for a night arrive
      *together: the night in progress is held here and folded
      *into the feed's counts when the source's next night (or
      *the end of the trail) comes along. The night's outcome is
      *C clean, R recovered, F failed or D deferred. The source's
      *.rej tag and archive name (its output's final path
      *component plus ".rej" or ".gz") tie the disposition and
      *manifest records back to it. A full table stops the run -
      *a scorecard that silently dropped feeds would read as a
      *clean month for exactly the feeds it lost.
      *----------------------------------------------------------
       01  WS-SOURCE-MAX        PIC 9(4) VALUE 512.
       01  WS-SRC-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-SRC-IDX           PIC 9(4) VALUE ZERO.
       01  WS-SRC-FOUND         PIC 9(4) VALUE ZERO.
       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-ENTRY OCCURS 512 TIMES.
               10  WS-SRC-NAME      PIC X(256).
               10  WS-SRC-FEED      PIC 9(4).
               10  WS-SRC-NIGHT     PIC 9(8).
               10  WS-SRC-SLOT      PIC 9.
               10  WS-SRC-STATE     PIC X.
               10  WS-SRC-FAIL-SEEN PIC X.
               10  WS-SRC-REJ-TAG   PIC X(64).
               10  WS-SRC-ARCHIVE   PIC X(256).

      *----------------------------------------------------------
      *Per-feed counts. The night and volume counts are kept for
      *both months (occurrence 1 the scored month, 2 the one
      *before); dispositions and shipments for the scored month
      *only.
      *----------------------------------------------------------
       01  WS-FEED-MAX          PIC 9(4) VALUE 512.
       01  WS-FD-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-FD-IDX            PIC 9(4) VALUE ZERO.
       01  WS-FD-FOUND          PIC 9(4) VALUE ZERO.
       01  WS-FEED-KEY          PIC X(256) VALUE SPACES.
       01  WS-FEED-TABLE.
           05  WS-FEED-ENTRY OCCURS 512 TIMES.
               10  WS-FD-NAME       PIC X(256).
               10  WS-FD-MONTH OCCURS 2 TIMES.
                   15  WS-FD-CLEAN      PIC 9(5).
                   15  WS-FD-RECOV      PIC 9(5).
                   15  WS-FD-FAILED     PIC 9(5).
                   15  WS-FD-DEFER      PIC 9(5).
                   15  WS-FD-READ       PIC 9(12).
                   15  WS-FD-REJECTED   PIC 9(12).
               10  WS-FD-REPAIRED   PIC 9(7).
               10  WS-FD-DISCARDED  PIC 9(7).
               10  WS-FD-STILL      PIC 9(7).
               10  WS-FD-SHIPPED    PIC 9(5).
               10  WS-FD-VERIFIED   PIC 9(5).
               10  WS-FD-RANK-KEY   PIC 9(12).
               10  WS-FD-LISTED     PIC X.

      *----------------------------------------------------------
      *Latest disposition per .rej line: the reprocessor appends,
      *so a line first STILL-FAILING and repaired on a later pass
      *appears twice - only its last status counts.
      *----------------------------------------------------------
       01  WS-DSP-MAX           PIC 9(4) VALUE 8192.
       01  WS-DSP-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-DSP-IDX           PIC 9(4) VALUE ZERO.
       01  WS-DSP-FOUND         PIC 9(4) VALUE ZERO.
       01  WS-DSP-TABLE.
           05  WS-DSP-ENTRY OCCURS 8192 TIMES.
               10  WS-DSP-TAG       PIC X(64).
               10  WS-DSP-NUM       PIC 9(9).
               10  WS-DSP-LAST      PIC X(13).

      *----------------------------------------------------------
      *Shipments of the scored month the verifier confirmed, one
      *entry per archive, destination and shipping stamp.
      *----------------------------------------------------------
       01  WS-VER-MAX           PIC 9(4) VALUE 2048.
       01  WS-VER-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-VER-IDX           PIC 9(4) VALUE ZERO.
       01  WS-VER-FOUND         PIC 9(4) VALUE ZERO.
       01  WS-VER-TABLE.
           05  WS-VER-ENTRY OCCURS 2048 TIMES.
               10  WS-VER-ARCHIVE   PIC X(256).
               10  WS-VER-DEST      PIC X(256).
               10  WS-VER-SHIPPED   PIC X(21).

      *----------------------------------------------------------
      *Records that could not be traced to any feed of the month,
      *reported rather than dropped.
      *----------------------------------------------------------
       01  WS-UNTRACED-SHIPPED  PIC 9(7) VALUE ZERO.
       01  WS-UNTRACED-DISP     PIC 9(7) VALUE ZERO.

      *----------------------------------------------------------
      *Report work fields: percentages carried to two places,
      *night totals, and the ranking key for the worst-feeds
      *list (problem nights plus unconfirmed archives first, the
      *reject ratio in basis points to break ties).
      *----------------------------------------------------------
       01  WS-NIGHTS            PIC 9(5)     VALUE ZERO.
       01  WS-PREV-NIGHTS       PIC 9(5)     VALUE ZERO.
       01  WS-UNVERIFIED        PIC 9(5)     VALUE ZERO.
       01  WS-PROBLEMS          PIC 9(6)     VALUE ZERO.
       01  WS-CLEAN-PCT         PIC 9(3)V99  VALUE ZERO.
       01  WS-PREV-CLEAN-PCT    PIC 9(3)V99  VALUE ZERO.
       01  WS-REJ-PCT           PIC 9(3)V99  VALUE ZERO.
       01  WS-PREV-REJ-PCT      PIC 9(3)V99  VALUE ZERO.
       01  WS-PCT-CHANGE        PIC S9(3)V99 VALUE ZERO.
       01  WS-REJ-BP            PIC 9(5)     VALUE ZERO.
       01  WS-RANK              PIC 9(4)     VALUE ZERO.
       01  WS-BEST-IDX          PIC 9(4)     VALUE ZERO.
       01  WS-BEST-KEY          PIC 9(12)    VALUE ZERO.
       01  WS-CALC-FEED         PIC 9(4)     VALUE ZERO.
       01  WS-CALC-SLOT         PIC 9        VALUE ZERO.
       01  WS-CALC-NIGHTS       PIC 9(5)     VALUE ZERO.
       01  WS-CALC-CLEAN-PCT    PIC 9(3)V99  VALUE ZERO.
       01  WS-CALC-REJ-PCT      PIC 9(3)V99  VALUE ZERO.
       01  WS-CALC-CLEAN        PIC 9(7)     VALUE ZERO.
       01  WS-CALC-READ         PIC 9(14)    VALUE ZERO.
       01  WS-CALC-REJECTED     PIC 9(14)    VALUE ZERO.
       01  WS-ALL-MONTH OCCURS 2 TIMES.
           05  WS-ALL-CLEAN     PIC 9(7).
           05  WS-ALL-NIGHTS    PIC 9(7).
           05  WS-ALL-READ      PIC 9(14).
           05  WS-ALL-REJECTED  PIC 9(14).

      *----------------------------------------------------------
      *Trimmed feed name for the report, rightmost 30 bytes kept
      *the way the audit report trims its file names.
      *----------------------------------------------------------
       01  WS-NAME-TRIMMED      PIC X(256) VALUE SPACES.
       01  WS-NAME-LEN          PIC 9(4)   VALUE ZERO.
       01  WS-NAME-DISPLAY      PIC X(30)  VALUE SPACES.

      *----------------------------------------------------------
      *Report line layouts.
      *----------------------------------------------------------
       01  WS-DETAIL-LINE.
           05  FILLER           PIC XX    VALUE SPACES.
           05  DET-FEED         PIC X(30).
           05  FILLER           PIC X     VALUE SPACE.
           05  DET-NIGHTS       PIC ZZZZ9.
           05  FILLER           PIC X     VALUE SPACE.
           05  DET-CLEAN        PIC ZZZZ9.
           05  FILLER           PIC X     VALUE SPACE.
           05  DET-RECOV        PIC ZZZZ9.
           05  FILLER           PIC X     VALUE SPACE.
           05  DET-FAILED       PIC ZZZZ9.
           05  FILLER           PIC X     VALUE SPACE.
           05  DET-DEFER        PIC ZZZZ9.
           05  FILLER           PIC X     VALUE SPACE.
           05  DET-REJ-PCT      PIC ZZ9.99.
           05  FILLER           PIC X     VALUE SPACE.
           05  DET-REPAIRED     PIC ZZZ,ZZ9.
           05  FILLER           PIC X     VALUE SPACE.
           05  DET-DISCARDED    PIC ZZZ,ZZ9.
           05  FILLER           PIC X     VALUE SPACE.
           05  DET-STILL        PIC ZZZ,ZZ9.
           05  FILLER           PIC X     VALUE SPACE.
           05  DET-SHIPPED      PIC ZZZZ9.
           05  FILLER           PIC X     VALUE SPACE.
           05  DET-VERIFIED     PIC ZZZZ9.
           05  FILLER           PIC X     VALUE SPACE.
           05  DET-UNVERIFIED   PIC ZZZZ9.

       01  WS-HEADING-LINE.
           05  FILLER           PIC XX    VALUE SPACES.
           05  FILLER           PIC X(30) VALUE "FEED".
           05  FILLER           PIC X(6)  VALUE "NIGHTS".
           05  FILLER           PIC X(6)  VALUE " CLEAN".
           05  FILLER           PIC X(6)  VALUE " RECOV".
           05  FILLER           PIC X(6)  VALUE "  FAIL".
           05  FILLER           PIC X(6)  VALUE " DEFER".
           05  FILLER           PIC X(7)  VALUE "  REJ-%".
           05  FILLER           PIC X(8)  VALUE "  REPAIR".
           05  FILLER           PIC X(8)  VALUE " DISCARD".
           05  FILLER           PIC X(8)  VALUE "   STILL".
           05  FILLER           PIC X(6)  VALUE "  SHIP".
           05  FILLER           PIC X(6)  VALUE " VERIF".
           05  FILLER           PIC X(6)  VALUE " UNVER".

       01  WS-MOM-LINE.
           05  FILLER           PIC XX    VALUE SPACES.
           05  MOM-FEED         PIC X(30).
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  MOM-CLEAN-THIS   PIC ZZ9.99.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  MOM-CLEAN-PREV   PIC ZZ9.99.
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  MOM-CLEAN-CHG    PIC +++9.99.
           05  FILLER           PIC X(4)  VALUE SPACES.
           05  MOM-REJ-THIS     PIC ZZ9.99.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  MOM-REJ-PREV     PIC ZZ9.99.
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  MOM-REJ-CHG      PIC +++9.99.
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  MOM-NOTE         PIC X(20).

       01  WS-MOM-HEADING.
           05  FILLER           PIC XX    VALUE SPACES.
           05  FILLER           PIC X(30) VALUE "FEED".
           05  FILLER           PIC X(9)  VALUE "  CLEAN%".
           05  FILLER           PIC X(9)  VALUE "     PREV".
           05  FILLER           PIC X(9)  VALUE "   CHANGE".
           05  FILLER           PIC X(10) VALUE "     REJ%".
           05  FILLER           PIC X(9)  VALUE "     PREV".
           05  FILLER           PIC X(9)  VALUE "   CHANGE".

       01  WS-WORST-LINE.
           05  FILLER           PIC XX    VALUE SPACES.
           05  WST-RANK         PIC ZZZ9.
           05  FILLER           PIC X     VALUE SPACE.
           05  WST-FEED         PIC X(30).
           05  FILLER           PIC X     VALUE SPACE.
           05  WST-FAILED       PIC ZZZZ9.
           05  FILLER           PIC X     VALUE SPACE.
           05  WST-DEFER        PIC ZZZZ9.
           05  FILLER           PIC X     VALUE SPACE.
           05  WST-UNVERIFIED   PIC ZZZZ9.
           05  FILLER           PIC X     VALUE SPACE.
           05  WST-REJ-PCT      PIC ZZ9.99.
           05  FILLER           PIC X     VALUE SPACE.
           05  WST-STILL        PIC ZZZ,ZZ9.

       01  WS-WORST-HEADING.
           05  FILLER           PIC XX    VALUE SPACES.
           05  FILLER           PIC X(5)  VALUE "RANK".
           05  FILLER           PIC X(30) VALUE "FEED".
           05  FILLER           PIC X(6)  VALUE "  FAIL".
           05  FILLER           PIC X(6)  VALUE " DEFER".
           05  FILLER           PIC X(6)  VALUE " UNVER".
           05  FILLER           PIC X(7)  VALUE "  REJ-%".
           05  FILLER           PIC X(8)  VALUE "   STILL".

       01  WS-TOTAL-LINE.
           05  FILLER           PIC XX    VALUE SPACES.
           05  TOT-LABEL        PIC X(40).
           05  TOT-VALUE        PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:4) TO WS-MONTH-YEAR
           MOVE WS-TODAY(5:2) TO WS-MONTH-MM
           IF WS-MONTH-MM = 1
              SUBTRACT 1 FROM WS-MONTH-YEAR
              MOVE 12 TO WS-MONTH-MM
           ELSE
              SUBTRACT 1 FROM WS-MONTH-MM
           END-IF
           COMPUTE WS-CUR-MONTH = WS-MONTH-YEAR * 100 + WS-MONTH-MM

           PERFORM GET-EXTRA-ARGS

           MOVE WS-CUR-MONTH(1:4) TO WS-MONTH-YEAR
           MOVE WS-CUR-MONTH(5:2) TO WS-MONTH-MM
           IF WS-MONTH-MM = 1
              COMPUTE WS-PREV-MONTH = (WS-MONTH-YEAR - 1) * 100 + 12
           ELSE
              COMPUTE WS-PREV-MONTH = WS-CUR-MONTH - 1
           END-IF
           STRING WS-CUR-MONTH(1:4) "-" WS-CUR-MONTH(5:2)
               DELIMITED BY SIZE INTO WS-CUR-MONTH-TEXT
           END-STRING
           STRING WS-PREV-MONTH(1:4) "-" WS-PREV-MONTH(5:2)
               DELIMITED BY SIZE INTO WS-PREV-MONTH-TEXT
           END-STRING

           IF WS-CATALOG-PATH NOT = SPACES
              PERFORM LOAD-PROFILE-CATALOG
           END-IF

      *----------------------------------------------------------
      *The audit trail first: it defines the feeds, their nights
      *and volumes, and the .rej and archive names the other
      *three files are traced back through.
      *----------------------------------------------------------
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              DISPLAY "O3DIAG-DELIVERY-SCORECARD: cannot open audit "
                 "file " FUNCTION TRIM(WS-AUDIT-FILE-PATH)
                 " (file status " WS-AUDIT-STATUS ")"
              MOVE WS-RC-AUDIT-OPEN-FAILED TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "N" TO WS-READ-EOF
           PERFORM UNTIL WS-READ-EOF = "Y"
              READ AUDIT-FILE
                 AT END MOVE "Y" TO WS-READ-EOF
                 NOT AT END
                    IF AUDIT-RECORD NOT = SPACES
                       AND AUD-OUTPUT-FILE(1:10) NOT = "RETENTION "
                       AND AUD-START-TS(1:10) IS NUMERIC
                       PERFORM TAKE-AUDIT-RECORD
                    END-IF
              END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                 UNTIL WS-SRC-IDX > WS-SRC-COUNT
              MOVE WS-SRC-IDX TO WS-SRC-FOUND
              PERFORM CLOSE-SOURCE-NIGHT
           END-PERFORM

           PERFORM LOAD-VERIFIED-SHIPMENTS
           PERFORM COUNT-MONTH-SHIPMENTS
           PERFORM VARYING WS-DISP-IDX FROM 1 BY 1
                 UNTIL WS-DISP-IDX > WS-DISP-COUNT
              PERFORM LOAD-DISPOSITION-FILE
           END-PERFORM
           PERFORM VARYING WS-DSP-IDX FROM 1 BY 1
                 UNTIL WS-DSP-IDX > WS-DSP-COUNT
              PERFORM COUNT-LINE-DISPOSITION
           END-PERFORM

           PERFORM WRITE-SCORECARD-REPORT

           DISPLAY "o3DIAG Delivery Scorecard: " WS-CUR-MONTH-TEXT
              ", " WS-FD-COUNT " feed(s) scored, " WS-RANK
              " on the worst-feeds list - report written to "
              FUNCTION TRIM(WS-REPORT-FILE-PATH)
           MOVE ZERO TO RETURN-CODE
           STOP RUN.

       GET-EXTRA-ARGS.
           PERFORM UNTIL WS-ARGS-DONE = "Y"
              MOVE SPACES TO WS-EXTRA-ARG
              ACCEPT WS-EXTRA-ARG FROM ARGUMENT-VALUE
                 ON EXCEPTION MOVE "Y" TO WS-ARGS-DONE
              END-ACCEPT
              IF WS-ARGS-DONE = "N"
                 EVALUATE TRUE
                    WHEN WS-EXTRA-ARG(1:6) = "MONTH="
                       PERFORM APPLY-MONTH-ARG
                    WHEN WS-EXTRA-ARG(1:6) = "AUDIT="
                       MOVE WS-EXTRA-ARG(7:) TO WS-AUDIT-FILE-PATH
                    WHEN WS-EXTRA-ARG(1:9) = "MANIFEST="
                       MOVE WS-EXTRA-ARG(10:) TO WS-MANIFEST-PATH
                    WHEN WS-EXTRA-ARG(1:7) = "VERIFY="
                       MOVE WS-EXTRA-ARG(8:) TO WS-VERIFY-PATH
                    WHEN WS-EXTRA-ARG(1:5) = "DISP="
                       PERFORM APPLY-DISP-ARG
                    WHEN WS-EXTRA-ARG(1:9) = "PROFILES="
                       MOVE WS-EXTRA-ARG(10:) TO WS-CATALOG-PATH
                    WHEN WS-EXTRA-ARG(1:7) = "REPORT="
                       MOVE WS-EXTRA-ARG(8:) TO WS-REPORT-FILE-PATH
                    WHEN WS-EXTRA-ARG(1:4) = "TOP="
                       PERFORM APPLY-TOP-ARG
                    WHEN WS-EXTRA-ARG = SPACES
                       MOVE "Y" TO WS-ARGS-DONE
                    WHEN OTHER
                       DISPLAY "O3DIAG-DELIVERY-SCORECARD: ignoring "
                          "unrecognised argument "
                          FUNCTION TRIM(WS-EXTRA-ARG)
                 END-EVALUATE
              END-IF
           END-PERFORM.

       APPLY-MONTH-ARG.
           IF WS-EXTRA-ARG(7:4) IS NOT NUMERIC
              OR WS-EXTRA-ARG(11:1) NOT = "-"
              OR WS-EXTRA-ARG(12:2) IS NOT NUMERIC
              OR WS-EXTRA-ARG(12:2) < "01"
              OR WS-EXTRA-ARG(12:2) > "12"
              OR WS-EXTRA-ARG(14:1) NOT = SPACE
              DISPLAY "O3DIAG-DELIVERY-SCORECARD: MONTH must be "
                 "YYYY-MM, not " FUNCTION TRIM(WS-EXTRA-ARG)
              MOVE WS-RC-BAD-ARGUMENTS TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-EXTRA-ARG(7:4) TO WS-MONTH-YEAR
           MOVE WS-EXTRA-ARG(12:2) TO WS-MONTH-MM
           COMPUTE WS-CUR-MONTH = WS-MONTH-YEAR * 100 + WS-MONTH-MM.

       APPLY-DISP-ARG.
           IF WS-DISP-COUNT >= WS-DISP-MAX
              DISPLAY "O3DIAG-DELIVERY-SCORECARD: more than "
                 WS-DISP-MAX " DISP= files"
              MOVE WS-RC-BAD-ARGUMENTS TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-DISP-COUNT
           MOVE WS-EXTRA-ARG(6:) TO WS-DISP-ENTRY(WS-DISP-COUNT).

       APPLY-TOP-ARG.
           MOVE SPACES TO WS-NUM-DIGITS
           MOVE FUNCTION TRIM(WS-EXTRA-ARG(5:)) TO WS-NUM-DIGITS
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NUM-DIGITS))
              TO WS-NUM-LEN
           IF WS-NUM-LEN = ZERO
              OR WS-NUM-DIGITS(1:WS-NUM-LEN) IS NOT NUMERIC
              DISPLAY "O3DIAG-DELIVERY-SCORECARD: TOP value is not "
                 "a number: " FUNCTION TRIM(WS-EXTRA-ARG)
              MOVE WS-RC-BAD-ARGUMENTS TO RETURN-CODE
              STOP RUN
           END-IF
           COMPUTE WS-TOP-COUNT = FUNCTION NUMVAL(WS-NUM-DIGITS)
           IF WS-TOP-COUNT = ZERO
              DISPLAY "O3DIAG-DELIVERY-SCORECARD: TOP must be at "
                 "least 1"
              MOVE WS-RC-BAD-ARGUMENTS TO RETURN-CODE
              STOP RUN
           END-IF.

       LOAD-PROFILE-CATALOG.
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
              DISPLAY "O3DIAG-DELIVERY-SCORECARD: cannot open "
                 "profile catalog " FUNCTION TRIM(WS-CATALOG-PATH)
                 " (file status " WS-CATALOG-STATUS ")"
              MOVE WS-RC-CATALOG-FAILED TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "N" TO WS-READ-EOF
           PERFORM UNTIL WS-READ-EOF = "Y"
              READ CATALOG-FILE
                 AT END MOVE "Y" TO WS-READ-EOF
                 NOT AT END
                    EVALUATE FUNCTION TRIM(CAT-KEYWORD)
                       WHEN "PROFILE"
                          PERFORM ADD-CATALOG-PROFILE
                       WHEN "MATCH"
                          IF WS-PROF-COUNT > ZERO
                             MOVE FUNCTION TRIM(CAT-VALUE)
                                TO WS-PROF-MATCH(WS-PROF-COUNT)
                          END-IF
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE CATALOG-FILE.

       ADD-CATALOG-PROFILE.
           IF WS-PROF-COUNT >= WS-PROFILE-MAX
              DISPLAY "O3DIAG-DELIVERY-SCORECARD: profile catalog "
                 "holds more than " WS-PROFILE-MAX " profiles"
              CLOSE CATALOG-FILE
              MOVE WS-RC-CATALOG-FAILED TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-PROF-COUNT
           MOVE SPACES TO WS-PROFILE-ENTRY(WS-PROF-COUNT)
           MOVE FUNCTION TRIM(CAT-VALUE)
              TO WS-PROF-NAME(WS-PROF-COUNT)
           IF WS-PROF-NAME(WS-PROF-COUNT) = "DEFAULT"
              MOVE WS-PROF-COUNT TO WS-PROF-DEFAULT-IDX
           END-IF.

       TAKE-AUDIT-RECORD.
      *----------------------------------------------------------
      *One export or driver record. Only DRIVER DEFERRED counts
      *among the driver's records - anything else it logs is not
      *a delivery outcome. Records outside the two months are
      *skipped before they touch a source's night, so the nights
      *in progress stay in step.
      *----------------------------------------------------------
           IF AUD-OUTPUT-FILE(1:7) = "DRIVER "
              AND AUD-OUTPUT-FILE(1:16) NOT = "DRIVER DEFERRED "
              CONTINUE
           ELSE
              MOVE AUD-START-TS(1:8) TO WS-DATE-NUM
              COMPUTE WS-REC-DAY =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              IF AUD-START-TS(9:2) < "12"
                 SUBTRACT 1 FROM WS-REC-DAY
              END-IF
              COMPUTE WS-DATE-NUM =
                 FUNCTION DATE-OF-INTEGER(WS-REC-DAY)
              MOVE WS-DATE-NUM(1:6) TO WS-REC-MONTH
              MOVE ZERO TO WS-REC-SLOT
              IF WS-REC-MONTH = WS-CUR-MONTH
                 MOVE 1 TO WS-REC-SLOT
              END-IF
              IF WS-REC-MONTH = WS-PREV-MONTH
                 MOVE 2 TO WS-REC-SLOT
              END-IF
              IF WS-REC-SLOT > ZERO
                 PERFORM TAKE-SOURCE-NIGHT-RECORD
              END-IF
           END-IF.

       TAKE-SOURCE-NIGHT-RECORD.
      *----------------------------------------------------------
      *A failed run makes the night FAILED until a later run of
      *the same night succeeds; that success (or any restarted
      *run) makes it RECOVERED rather than CLEAN. A deferral only
      *counts when nothing else happened to the source that
      *night.
      *----------------------------------------------------------
           PERFORM FIND-OR-ADD-SOURCE
           IF WS-SRC-NIGHT(WS-SRC-FOUND) NOT = WS-REC-DAY
              PERFORM CLOSE-SOURCE-NIGHT
              MOVE WS-REC-DAY TO WS-SRC-NIGHT(WS-SRC-FOUND)
              MOVE WS-REC-SLOT TO WS-SRC-SLOT(WS-SRC-FOUND)
              MOVE SPACE TO WS-SRC-STATE(WS-SRC-FOUND)
              MOVE "N" TO WS-SRC-FAIL-SEEN(WS-SRC-FOUND)
           END-IF
           MOVE WS-SRC-FEED(WS-SRC-FOUND) TO WS-FD-IDX

           IF AUD-OUTPUT-FILE(1:7) = "DRIVER "
              IF WS-SRC-STATE(WS-SRC-FOUND) = SPACE
                 MOVE "D" TO WS-SRC-STATE(WS-SRC-FOUND)
              END-IF
           ELSE
              IF AUD-RECORDS-READ IS NUMERIC
                 ADD AUD-RECORDS-READ
                    TO WS-FD-READ(WS-FD-IDX, WS-REC-SLOT)
              END-IF
              IF AUD-RECORDS-REJECTED IS NUMERIC
                 ADD AUD-RECORDS-REJECTED
                    TO WS-FD-REJECTED(WS-FD-IDX, WS-REC-SLOT)
              END-IF
              IF AUD-OUTPUT-FILE NOT = SPACES
                 PERFORM NOTE-SOURCE-OUTPUT-NAMES
              END-IF
              IF AUD-RETURN-CODE IS NOT NUMERIC
                 OR AUD-RETURN-CODE NOT = ZERO
                 MOVE "F" TO WS-SRC-STATE(WS-SRC-FOUND)
                 MOVE "Y" TO WS-SRC-FAIL-SEEN(WS-SRC-FOUND)
              ELSE
                 IF AUD-RESTARTED = "Y"
                    OR WS-SRC-FAIL-SEEN(WS-SRC-FOUND) = "Y"
                    MOVE "R" TO WS-SRC-STATE(WS-SRC-FOUND)
                 ELSE
                    MOVE "C" TO WS-SRC-STATE(WS-SRC-FOUND)
                 END-IF
              END-IF
           END-IF.

       CLOSE-SOURCE-NIGHT.
           MOVE WS-SRC-FEED(WS-SRC-FOUND) TO WS-FD-IDX
           MOVE WS-SRC-SLOT(WS-SRC-FOUND) TO WS-CALC-SLOT
           EVALUATE WS-SRC-STATE(WS-SRC-FOUND)
              WHEN "C"
                 ADD 1 TO WS-FD-CLEAN(WS-FD-IDX, WS-CALC-SLOT)
              WHEN "R"
                 ADD 1 TO WS-FD-RECOV(WS-FD-IDX, WS-CALC-SLOT)
              WHEN "F"
                 ADD 1 TO WS-FD-FAILED(WS-FD-IDX, WS-CALC-SLOT)
              WHEN "D"
                 ADD 1 TO WS-FD-DEFER(WS-FD-IDX, WS-CALC-SLOT)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           MOVE SPACE TO WS-SRC-STATE(WS-SRC-FOUND).

       NOTE-SOURCE-OUTPUT-NAMES.
      *----------------------------------------------------------
      *The reprocessor tags dispositions with the .rej file's
      *final path component (first 64 bytes), and the manifest
      *names the archive by its final path component; both
      *derive from the export's output path.
      *----------------------------------------------------------
           MOVE AUD-OUTPUT-FILE TO WS-BASE-WORK
           PERFORM FIND-BASE-NAME
           MOVE SPACES TO WS-DERIVED-NAME
           STRING WS-BASE-NAME(1:WS-BASE-LEN) DELIMITED BY SIZE
               ".rej" DELIMITED BY SIZE
               INTO WS-DERIVED-NAME
           END-STRING
           MOVE WS-DERIVED-NAME(1:64) TO WS-SRC-REJ-TAG(WS-SRC-FOUND)
           MOVE SPACES TO WS-DERIVED-NAME
           STRING WS-BASE-NAME(1:WS-BASE-LEN) DELIMITED BY SIZE
               ".gz" DELIMITED BY SIZE
               INTO WS-DERIVED-NAME
           END-STRING
           MOVE WS-DERIVED-NAME(1:256)
              TO WS-SRC-ARCHIVE(WS-SRC-FOUND).

       FIND-BASE-NAME.
           MOVE ZERO TO WS-BASE-SLASH
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-BASE-WORK TRAILING))
              TO WS-BASE-LEN
           PERFORM VARYING WS-BASE-POS FROM 1 BY 1
                 UNTIL WS-BASE-POS > WS-BASE-LEN
              IF WS-BASE-WORK(WS-BASE-POS:1) = "/"
                 MOVE WS-BASE-POS TO WS-BASE-SLASH
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-BASE-NAME
           IF WS-BASE-SLASH >= WS-BASE-LEN
              MOVE 1 TO WS-BASE-LEN
           ELSE
              MOVE WS-BASE-WORK(WS-BASE-SLASH + 1:
                 WS-BASE-LEN - WS-BASE-SLASH) TO WS-BASE-NAME
              COMPUTE WS-BASE-LEN = WS-BASE-LEN - WS-BASE-SLASH
           END-IF.

       FIND-OR-ADD-SOURCE.
           MOVE ZERO TO WS-SRC-FOUND
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                 UNTIL WS-SRC-IDX > WS-SRC-COUNT
                 OR WS-SRC-FOUND > 0
              IF WS-SRC-NAME(WS-SRC-IDX) = AUD-INPUT-FILE
                 MOVE WS-SRC-IDX TO WS-SRC-FOUND
              END-IF
           END-PERFORM
           IF WS-SRC-FOUND = ZERO
              IF WS-SRC-COUNT >= WS-SOURCE-MAX
                 DISPLAY "O3DIAG-DELIVERY-SCORECARD: more than "
                    WS-SOURCE-MAX " sources in the audit trail "
                    "- refusing a scorecard with feeds missing"
                 CLOSE AUDIT-FILE
                 MOVE WS-RC-TABLE-OVERFLOW TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-SRC-COUNT
              MOVE SPACES TO WS-SOURCE-ENTRY(WS-SRC-COUNT)
              MOVE AUD-INPUT-FILE TO WS-SRC-NAME(WS-SRC-COUNT)
              MOVE ZERO TO WS-SRC-NIGHT(WS-SRC-COUNT)
              MOVE ZERO TO WS-SRC-SLOT(WS-SRC-COUNT)
              MOVE "N" TO WS-SRC-FAIL-SEEN(WS-SRC-COUNT)
              MOVE WS-SRC-COUNT TO WS-SRC-FOUND
              PERFORM SELECT-FEED-FOR-SOURCE
              PERFORM FIND-OR-ADD-FEED
              MOVE WS-FD-FOUND TO WS-SRC-FEED(WS-SRC-COUNT)
           END-IF.

       SELECT-FEED-FOR-SOURCE.
      *----------------------------------------------------------
      *With a catalog, the first profile whose MATCH fits the
      *source's file name is the feed, then DEFAULT; a source no
      *profile claims - or every source, with no catalog - is a
      *feed of its own.
      *----------------------------------------------------------
           MOVE AUD-INPUT-FILE TO WS-FEED-KEY
           IF WS-PROF-COUNT > ZERO
              MOVE AUD-INPUT-FILE TO WS-BASE-WORK
              PERFORM FIND-BASE-NAME
              MOVE ZERO TO WS-PROF-SELECTED
              PERFORM VARYING WS-PROF-IDX FROM 1 BY 1
                    UNTIL WS-PROF-IDX > WS-PROF-COUNT
                    OR WS-PROF-SELECTED > 0
                 IF WS-PROF-MATCH(WS-PROF-IDX) NOT = SPACES
                    MOVE WS-PROF-MATCH(WS-PROF-IDX)
                       TO WS-MATCH-PATTERN
                    PERFORM MATCH-WILDCARD-PATTERN
                    IF WS-MATCH-OK = "Y"
                       MOVE WS-PROF-IDX TO WS-PROF-SELECTED
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-PROF-SELECTED = ZERO
                 MOVE WS-PROF-DEFAULT-IDX TO WS-PROF-SELECTED
              END-IF
              IF WS-PROF-SELECTED > ZERO
                 MOVE SPACES TO WS-FEED-KEY
                 STRING "PROFILE " DELIMITED BY SIZE
                     WS-PROF-NAME(WS-PROF-SELECTED)
                        DELIMITED BY SPACE
                     INTO WS-FEED-KEY
                 END-STRING
              END-IF
           END-IF.

       MATCH-WILDCARD-PATTERN.
      *----------------------------------------------------------
      *Matches WS-BASE-NAME (length WS-BASE-LEN) against
      *WS-MATCH-PATTERN, the same rule the driver applies when it
      *picks a profile for a swept file.
      *----------------------------------------------------------
           MOVE "N" TO WS-MATCH-OK
           MOVE WS-BASE-LEN TO WS-MATCH-NAME-LEN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MATCH-PATTERN))
              TO WS-MATCH-PAT-LEN
           MOVE ZERO TO WS-MATCH-STAR-POS
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                 UNTIL WS-MATCH-IDX > WS-MATCH-PAT-LEN
                 OR WS-MATCH-STAR-POS > 0
              IF WS-MATCH-PATTERN(WS-MATCH-IDX:1) = "*"
                 MOVE WS-MATCH-IDX TO WS-MATCH-STAR-POS
              END-IF
           END-PERFORM

           IF WS-MATCH-STAR-POS = ZERO
              IF WS-MATCH-NAME-LEN = WS-MATCH-PAT-LEN
                 AND WS-BASE-NAME(1:WS-MATCH-NAME-LEN)
                    = WS-MATCH-PATTERN(1:WS-MATCH-PAT-LEN)
                 MOVE "Y" TO WS-MATCH-OK
              END-IF
           ELSE
              COMPUTE WS-MATCH-PREFIX-LEN = WS-MATCH-STAR-POS - 1
              COMPUTE WS-MATCH-SUFFIX-LEN =
                 WS-MATCH-PAT-LEN - WS-MATCH-STAR-POS
              IF WS-MATCH-NAME-LEN >=
                    WS-MATCH-PREFIX-LEN + WS-MATCH-SUFFIX-LEN
                 MOVE "Y" TO WS-MATCH-OK
                 IF WS-MATCH-PREFIX-LEN > 0
                    AND WS-BASE-NAME(1:WS-MATCH-PREFIX-LEN)
                       NOT = WS-MATCH-PATTERN
                          (1:WS-MATCH-PREFIX-LEN)
                    MOVE "N" TO WS-MATCH-OK
                 END-IF
                 IF WS-MATCH-OK = "Y"
                    AND WS-MATCH-SUFFIX-LEN > 0
                    AND WS-BASE-NAME(WS-MATCH-NAME-LEN
                       - WS-MATCH-SUFFIX-LEN + 1:
                       WS-MATCH-SUFFIX-LEN)
                       NOT = WS-MATCH-PATTERN
                          (WS-MATCH-STAR-POS + 1:
                          WS-MATCH-SUFFIX-LEN)
                    MOVE "N" TO WS-MATCH-OK
                 END-IF
              END-IF
           END-IF.

       FIND-OR-ADD-FEED.
           MOVE ZERO TO WS-FD-FOUND
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                 UNTIL WS-FD-IDX > WS-FD-COUNT
                 OR WS-FD-FOUND > 0
              IF WS-FD-NAME(WS-FD-IDX) = WS-FEED-KEY
                 MOVE WS-FD-IDX TO WS-FD-FOUND
              END-IF
           END-PERFORM
           IF WS-FD-FOUND = ZERO
              IF WS-FD-COUNT >= WS-FEED-MAX
                 DISPLAY "O3DIAG-DELIVERY-SCORECARD: more than "
                    WS-FEED-MAX " feeds in the audit trail "
                    "- refusing a scorecard with feeds missing"
                 CLOSE AUDIT-FILE
                 MOVE WS-RC-TABLE-OVERFLOW TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-FD-COUNT
              MOVE SPACES TO WS-FEED-ENTRY(WS-FD-COUNT)
              MOVE WS-FEED-KEY TO WS-FD-NAME(WS-FD-COUNT)
              MOVE ZERO TO WS-FD-CLEAN(WS-FD-COUNT, 1)
                 WS-FD-RECOV(WS-FD-COUNT, 1)
                 WS-FD-FAILED(WS-FD-COUNT, 1)
                 WS-FD-DEFER(WS-FD-COUNT, 1)
                 WS-FD-READ(WS-FD-COUNT, 1)
                 WS-FD-REJECTED(WS-FD-COUNT, 1)
                 WS-FD-CLEAN(WS-FD-COUNT, 2)
                 WS-FD-RECOV(WS-FD-COUNT, 2)
                 WS-FD-FAILED(WS-FD-COUNT, 2)
                 WS-FD-DEFER(WS-FD-COUNT, 2)
                 WS-FD-READ(WS-FD-COUNT, 2)
                 WS-FD-REJECTED(WS-FD-COUNT, 2)
                 WS-FD-REPAIRED(WS-FD-COUNT)
                 WS-FD-DISCARDED(WS-FD-COUNT)
                 WS-FD-STILL(WS-FD-COUNT)
                 WS-FD-SHIPPED(WS-FD-COUNT)
                 WS-FD-VERIFIED(WS-FD-COUNT)
                 WS-FD-RANK-KEY(WS-FD-COUNT)
              MOVE "N" TO WS-FD-LISTED(WS-FD-COUNT)
              MOVE WS-FD-COUNT TO WS-FD-FOUND
           END-IF.

       LOAD-VERIFIED-SHIPMENTS.
      *----------------------------------------------------------
      *Every VERIFIED verdict on a shipment of the scored month;
      *a shipment confirmed on any pass counts as confirmed. No
      *log yet (status 35) means the verifier has never run.
      *----------------------------------------------------------
           OPEN INPUT VERIFY-FILE
           IF WS-VERIFY-STATUS = "35"
              DISPLAY "O3DIAG-DELIVERY-SCORECARD: no verification "
                 "log at " FUNCTION TRIM(WS-VERIFY-PATH)
                 " - no shipment counts as confirmed"
           ELSE
              IF WS-VERIFY-STATUS NOT = "00"
                 DISPLAY "O3DIAG-DELIVERY-SCORECARD: cannot open "
                    "verification log " FUNCTION TRIM(WS-VERIFY-PATH)
                    " (file status " WS-VERIFY-STATUS ")"
                 MOVE WS-RC-VERIFY-FAILED TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE "N" TO WS-READ-EOF
              PERFORM UNTIL WS-READ-EOF = "Y"
                 READ VERIFY-FILE
                    AT END MOVE "Y" TO WS-READ-EOF
                    NOT AT END
                       IF VER-VERDICT = "VERIFIED"
                          AND VER-SHIPPED-TS(1:10) IS NUMERIC
                          MOVE VER-SHIPPED-TS TO WS-NIGHT-STAMP
                          PERFORM FIND-STAMP-NIGHT-MONTH
                          IF WS-REC-MONTH = WS-CUR-MONTH
                             PERFORM TAKE-VERIFIED-SHIPMENT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VERIFY-FILE
           END-IF.

       FIND-STAMP-NIGHT-MONTH.
      *----------------------------------------------------------
      *Month of the batch night WS-NIGHT-STAMP falls in, into
      *WS-REC-MONTH, by the same noon rule as the audit trail.
      *----------------------------------------------------------
           MOVE WS-NIGHT-STAMP(1:8) TO WS-DATE-NUM
           COMPUTE WS-REC-DAY = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF WS-NIGHT-STAMP(9:2) < "12"
              SUBTRACT 1 FROM WS-REC-DAY
           END-IF
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-REC-DAY)
           MOVE WS-DATE-NUM(1:6) TO WS-REC-MONTH.

       TAKE-VERIFIED-SHIPMENT.
           MOVE ZERO TO WS-VER-FOUND
           PERFORM VARYING WS-VER-IDX FROM 1 BY 1
                 UNTIL WS-VER-IDX > WS-VER-COUNT
                 OR WS-VER-FOUND > 0
              IF WS-VER-ARCHIVE(WS-VER-IDX) = VER-ARCHIVE-NAME
                 AND WS-VER-DEST(WS-VER-IDX) = VER-DEST
                 AND WS-VER-SHIPPED(WS-VER-IDX) = VER-SHIPPED-TS
                 MOVE WS-VER-IDX TO WS-VER-FOUND
              END-IF
           END-PERFORM
           IF WS-VER-FOUND = ZERO
              IF WS-VER-COUNT >= WS-VER-MAX
                 DISPLAY "O3DIAG-DELIVERY-SCORECARD: more than "
                    WS-VER-MAX " verified shipments in the month"
                 CLOSE VERIFY-FILE
                 MOVE WS-RC-TABLE-OVERFLOW TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-VER-COUNT
              MOVE VER-ARCHIVE-NAME TO WS-VER-ARCHIVE(WS-VER-COUNT)
              MOVE VER-DEST TO WS-VER-DEST(WS-VER-COUNT)
              MOVE VER-SHIPPED-TS TO WS-VER-SHIPPED(WS-VER-COUNT)
           END-IF.

       COUNT-MONTH-SHIPMENTS.
      *----------------------------------------------------------
      *Each manifest record stamped in a batch night of the
      *scored month is one shipment, credited to the feed whose
      *output the archive was made from. An archive shipped after
      *midnight belongs to the night its export ran in.
      *----------------------------------------------------------
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS = "35"
              DISPLAY "O3DIAG-DELIVERY-SCORECARD: no manifest at "
                 FUNCTION TRIM(WS-MANIFEST-PATH)
                 " - no shipments to score"
           ELSE
              IF WS-MANIFEST-STATUS NOT = "00"
                 DISPLAY "O3DIAG-DELIVERY-SCORECARD: cannot open "
                    "manifest " FUNCTION TRIM(WS-MANIFEST-PATH)
                    " (file status " WS-MANIFEST-STATUS ")"
                 MOVE WS-RC-MANIFEST-FAILED TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE "N" TO WS-READ-EOF
              PERFORM UNTIL WS-READ-EOF = "Y"
                 READ MANIFEST-FILE
                    AT END MOVE "Y" TO WS-READ-EOF
                    NOT AT END
                       IF MANIFEST-RECORD NOT = SPACES
                          AND MAN-TIMESTAMP(1:10) IS NUMERIC
                          MOVE MAN-TIMESTAMP TO WS-NIGHT-STAMP
                          PERFORM FIND-STAMP-NIGHT-MONTH
                          IF WS-REC-MONTH = WS-CUR-MONTH
                             PERFORM TAKE-MONTH-SHIPMENT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MANIFEST-FILE
           END-IF.

       TAKE-MONTH-SHIPMENT.
           MOVE ZERO TO WS-SRC-FOUND
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                 UNTIL WS-SRC-IDX > WS-SRC-COUNT
                 OR WS-SRC-FOUND > 0
              IF WS-SRC-ARCHIVE(WS-SRC-IDX) = MAN-ARCHIVE-NAME
                 MOVE WS-SRC-IDX TO WS-SRC-FOUND
              END-IF
           END-PERFORM
           IF WS-SRC-FOUND = ZERO
              ADD 1 TO WS-UNTRACED-SHIPPED
           ELSE
              MOVE WS-SRC-FEED(WS-SRC-FOUND) TO WS-FD-IDX
              ADD 1 TO WS-FD-SHIPPED(WS-FD-IDX)
              MOVE ZERO TO WS-VER-FOUND
              PERFORM VARYING WS-VER-IDX FROM 1 BY 1
                    UNTIL WS-VER-IDX > WS-VER-COUNT
                    OR WS-VER-FOUND > 0
                 IF WS-VER-ARCHIVE(WS-VER-IDX) = MAN-ARCHIVE-NAME
                    AND WS-VER-DEST(WS-VER-IDX) = MAN-DEST
                    AND WS-VER-SHIPPED(WS-VER-IDX) = MAN-TIMESTAMP
                    MOVE WS-VER-IDX TO WS-VER-FOUND
                 END-IF
              END-PERFORM
              IF WS-VER-FOUND > ZERO
                 ADD 1 TO WS-FD-VERIFIED(WS-FD-IDX)
              END-IF
           END-IF.

       LOAD-DISPOSITION-FILE.
           MOVE WS-DISP-ENTRY(WS-DISP-IDX) TO WS-DISP-PATH
           OPEN INPUT DISPOSITION-FILE
           IF WS-DISP-STATUS NOT = "00"
              DISPLAY "O3DIAG-DELIVERY-SCORECARD: cannot open "
                 "disposition file " FUNCTION TRIM(WS-DISP-PATH)
                 " (file status " WS-DISP-STATUS ")"
              MOVE WS-RC-DISP-FAILED TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "N" TO WS-READ-EOF
           PERFORM UNTIL WS-READ-EOF = "Y"
              READ DISPOSITION-FILE
                 AT END MOVE "Y" TO WS-READ-EOF
                 NOT AT END
                    IF DISPOSITION-RECORD NOT = SPACES
                       PERFORM TAKE-DISPOSITION-RECORD
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DISPOSITION-FILE.

       TAKE-DISPOSITION-RECORD.
           MOVE ZERO TO WS-DSP-FOUND
           PERFORM VARYING WS-DSP-IDX FROM 1 BY 1
                 UNTIL WS-DSP-IDX > WS-DSP-COUNT
                 OR WS-DSP-FOUND > 0
              IF WS-DSP-TAG(WS-DSP-IDX) = DSP-SOURCE
                 AND WS-DSP-NUM(WS-DSP-IDX) = DSP-RECORD-NUM
                 MOVE WS-DSP-IDX TO WS-DSP-FOUND
              END-IF
           END-PERFORM
           IF WS-DSP-FOUND = ZERO
              IF WS-DSP-COUNT >= WS-DSP-MAX
                 DISPLAY "O3DIAG-DELIVERY-SCORECARD: more than "
                    WS-DSP-MAX " distinct reject lines in the "
                    "disposition files"
                 CLOSE DISPOSITION-FILE
                 MOVE WS-RC-TABLE-OVERFLOW TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-DSP-COUNT
              MOVE DSP-SOURCE TO WS-DSP-TAG(WS-DSP-COUNT)
              MOVE DSP-RECORD-NUM TO WS-DSP-NUM(WS-DSP-COUNT)
              MOVE WS-DSP-COUNT TO WS-DSP-FOUND
           END-IF
           MOVE DSP-STATUS TO WS-DSP-LAST(WS-DSP-FOUND).

       COUNT-LINE-DISPOSITION.
           MOVE ZERO TO WS-SRC-FOUND
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                 UNTIL WS-SRC-IDX > WS-SRC-COUNT
                 OR WS-SRC-FOUND > 0
              IF WS-SRC-REJ-TAG(WS-SRC-IDX) = WS-DSP-TAG(WS-DSP-IDX)
                 MOVE WS-SRC-IDX TO WS-SRC-FOUND
              END-IF
           END-PERFORM
           IF WS-SRC-FOUND = ZERO
              ADD 1 TO WS-UNTRACED-DISP
           ELSE
              MOVE WS-SRC-FEED(WS-SRC-FOUND) TO WS-FD-IDX
              EVALUATE WS-DSP-LAST(WS-DSP-IDX)
                 WHEN "REPAIRED"
                    ADD 1 TO WS-FD-REPAIRED(WS-FD-IDX)
                 WHEN "DISCARDED"
                    ADD 1 TO WS-FD-DISCARDED(WS-FD-IDX)
                 WHEN OTHER
                    ADD 1 TO WS-FD-STILL(WS-FD-IDX)
              END-EVALUATE
           END-IF.

       COMPUTE-FEED-MONTH.
      *----------------------------------------------------------
      *Night total, clean-night percentage and reject percentage
      *of feed WS-CALC-FEED in month slot WS-CALC-SLOT.
      *----------------------------------------------------------
           COMPUTE WS-CALC-NIGHTS =
              WS-FD-CLEAN(WS-CALC-FEED, WS-CALC-SLOT)
              + WS-FD-RECOV(WS-CALC-FEED, WS-CALC-SLOT)
              + WS-FD-FAILED(WS-CALC-FEED, WS-CALC-SLOT)
              + WS-FD-DEFER(WS-CALC-FEED, WS-CALC-SLOT)
           MOVE WS-FD-CLEAN(WS-CALC-FEED, WS-CALC-SLOT)
              TO WS-CALC-CLEAN
           MOVE WS-FD-READ(WS-CALC-FEED, WS-CALC-SLOT)
              TO WS-CALC-READ
           MOVE WS-FD-REJECTED(WS-CALC-FEED, WS-CALC-SLOT)
              TO WS-CALC-REJECTED
           PERFORM COMPUTE-PERCENTAGES.

       COMPUTE-PERCENTAGES.
           MOVE ZERO TO WS-CALC-CLEAN-PCT WS-CALC-REJ-PCT
           IF WS-CALC-NIGHTS > ZERO
              COMPUTE WS-CALC-CLEAN-PCT ROUNDED =
                 WS-CALC-CLEAN * 100 / WS-CALC-NIGHTS
           END-IF
           IF WS-CALC-READ > ZERO
              COMPUTE WS-CALC-REJ-PCT ROUNDED =
                 WS-CALC-REJECTED * 100 / WS-CALC-READ
           END-IF.

       WRITE-SCORECARD-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "O3DIAG-DELIVERY-SCORECARD: cannot open "
                 "report file " FUNCTION TRIM(WS-REPORT-FILE-PATH)
                 " (file status " WS-REPORT-STATUS ")"
              MOVE WS-RC-REPORT-OPEN-FAILED TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO REPORT-LINE
           MOVE "o3DIAG MONTHLY DELIVERY SCORECARD" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "MONTH: " DELIMITED BY SIZE
               WS-CUR-MONTH-TEXT DELIMITED BY SIZE
               "  (COMPARED WITH " DELIMITED BY SIZE
               WS-PREV-MONTH-TEXT DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "AUDIT FILE: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-FILE-PATH) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "MANIFEST: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MANIFEST-PATH) DELIMITED BY SIZE
               "  VERIFICATION LOG: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-VERIFY-PATH) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "DISPOSITION FILES: " DELIMITED BY SIZE
               WS-DISP-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

      *----------------------------------------------------------
      *The scorecard proper: one line per feed active in the
      *scored month.
      *----------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "DELIVERY BY FEED" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ZERO TO WS-ALL-CLEAN(1) WS-ALL-NIGHTS(1)
              WS-ALL-READ(1) WS-ALL-REJECTED(1)
              WS-ALL-CLEAN(2) WS-ALL-NIGHTS(2)
              WS-ALL-READ(2) WS-ALL-REJECTED(2)
           MOVE ZERO TO WS-RANK
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                 UNTIL WS-FD-IDX > WS-FD-COUNT
              PERFORM WRITE-FEED-DETAIL
           END-PERFORM
           IF WS-RANK = ZERO
              MOVE "  (no feed exported in the month)" TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF

           PERFORM WRITE-MONTH-COMPARISON
           PERFORM WRITE-WORST-FEEDS

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "SHIPMENTS NOT TRACED TO A FEED" TO TOT-LABEL
           MOVE WS-UNTRACED-SHIPPED TO TOT-VALUE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "REJECT LINES NOT TRACED TO A FEED" TO TOT-LABEL
           MOVE WS-UNTRACED-DISP TO TOT-VALUE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           CLOSE REPORT-FILE.

       WRITE-FEED-DETAIL.
      *----------------------------------------------------------
      *Also accumulates both months' all-feed totals and sets the
      *feed's ranking key for the worst-feeds list.
      *----------------------------------------------------------
           MOVE WS-FD-IDX TO WS-CALC-FEED
           MOVE 2 TO WS-CALC-SLOT
           PERFORM COMPUTE-FEED-MONTH
           ADD WS-CALC-CLEAN TO WS-ALL-CLEAN(2)
           ADD WS-CALC-NIGHTS TO WS-ALL-NIGHTS(2)
           ADD WS-CALC-READ TO WS-ALL-READ(2)
           ADD WS-CALC-REJECTED TO WS-ALL-REJECTED(2)

           MOVE 1 TO WS-CALC-SLOT
           PERFORM COMPUTE-FEED-MONTH
           IF WS-CALC-NIGHTS > ZERO
              OR WS-FD-SHIPPED(WS-FD-IDX) > ZERO
              ADD 1 TO WS-RANK
              ADD WS-CALC-CLEAN TO WS-ALL-CLEAN(1)
              ADD WS-CALC-NIGHTS TO WS-ALL-NIGHTS(1)
              ADD WS-CALC-READ TO WS-ALL-READ(1)
              ADD WS-CALC-REJECTED TO WS-ALL-REJECTED(1)
              COMPUTE WS-UNVERIFIED = WS-FD-SHIPPED(WS-FD-IDX)
                 - WS-FD-VERIFIED(WS-FD-IDX)

              MOVE WS-FD-NAME(WS-FD-IDX) TO WS-NAME-TRIMMED
              PERFORM TRIM-FEED-NAME
              MOVE WS-NAME-DISPLAY TO DET-FEED
              MOVE WS-CALC-NIGHTS TO DET-NIGHTS
              MOVE WS-FD-CLEAN(WS-FD-IDX, 1) TO DET-CLEAN
              MOVE WS-FD-RECOV(WS-FD-IDX, 1) TO DET-RECOV
              MOVE WS-FD-FAILED(WS-FD-IDX, 1) TO DET-FAILED
              MOVE WS-FD-DEFER(WS-FD-IDX, 1) TO DET-DEFER
              MOVE WS-CALC-REJ-PCT TO DET-REJ-PCT
              MOVE WS-FD-REPAIRED(WS-FD-IDX) TO DET-REPAIRED
              MOVE WS-FD-DISCARDED(WS-FD-IDX) TO DET-DISCARDED
              MOVE WS-FD-STILL(WS-FD-IDX) TO DET-STILL
              MOVE WS-FD-SHIPPED(WS-FD-IDX) TO DET-SHIPPED
              MOVE WS-FD-VERIFIED(WS-FD-IDX) TO DET-VERIFIED
              MOVE WS-UNVERIFIED TO DET-UNVERIFIED
              MOVE WS-DETAIL-LINE TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE

              COMPUTE WS-PROBLEMS = WS-FD-FAILED(WS-FD-IDX, 1)
                 + WS-FD-DEFER(WS-FD-IDX, 1) + WS-UNVERIFIED
              COMPUTE WS-REJ-BP = WS-CALC-REJ-PCT * 100
              COMPUTE WS-FD-RANK-KEY(WS-FD-IDX) =
                 WS-PROBLEMS * 100000 + WS-REJ-BP
           END-IF.

       WRITE-MONTH-COMPARISON.
      *----------------------------------------------------------
      *Clean-night and reject percentages against the previous
      *month, per feed active this month and for all feeds
      *together. A feed with no nights last month has nothing
      *to compare with and says so.
      *----------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "MONTH-OVER-MONTH (" DELIMITED BY SIZE
               WS-CUR-MONTH-TEXT DELIMITED BY SIZE
               " AGAINST " DELIMITED BY SIZE
               WS-PREV-MONTH-TEXT DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-MOM-HEADING TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                 UNTIL WS-FD-IDX > WS-FD-COUNT
              MOVE WS-FD-IDX TO WS-CALC-FEED
              MOVE 1 TO WS-CALC-SLOT
              PERFORM COMPUTE-FEED-MONTH
              IF WS-CALC-NIGHTS > ZERO
                 MOVE WS-CALC-NIGHTS TO WS-NIGHTS
                 MOVE WS-CALC-CLEAN-PCT TO WS-CLEAN-PCT
                 MOVE WS-CALC-REJ-PCT TO WS-REJ-PCT
                 MOVE 2 TO WS-CALC-SLOT
                 PERFORM COMPUTE-FEED-MONTH
                 MOVE WS-CALC-NIGHTS TO WS-PREV-NIGHTS
                 MOVE WS-CALC-CLEAN-PCT TO WS-PREV-CLEAN-PCT
                 MOVE WS-CALC-REJ-PCT TO WS-PREV-REJ-PCT
                 MOVE WS-FD-NAME(WS-FD-IDX) TO WS-NAME-TRIMMED
                 PERFORM TRIM-FEED-NAME
                 PERFORM WRITE-COMPARISON-LINE
              END-IF
           END-PERFORM

           MOVE WS-ALL-CLEAN(1) TO WS-CALC-CLEAN
           MOVE WS-ALL-NIGHTS(1) TO WS-CALC-NIGHTS
           MOVE WS-ALL-READ(1) TO WS-CALC-READ
           MOVE WS-ALL-REJECTED(1) TO WS-CALC-REJECTED
           PERFORM COMPUTE-PERCENTAGES
           MOVE WS-CALC-NIGHTS TO WS-NIGHTS
           MOVE WS-CALC-CLEAN-PCT TO WS-CLEAN-PCT
           MOVE WS-CALC-REJ-PCT TO WS-REJ-PCT
           MOVE WS-ALL-CLEAN(2) TO WS-CALC-CLEAN
           MOVE WS-ALL-NIGHTS(2) TO WS-CALC-NIGHTS
           MOVE WS-ALL-READ(2) TO WS-CALC-READ
           MOVE WS-ALL-REJECTED(2) TO WS-CALC-REJECTED
           PERFORM COMPUTE-PERCENTAGES
           MOVE WS-CALC-NIGHTS TO WS-PREV-NIGHTS
           MOVE WS-CALC-CLEAN-PCT TO WS-PREV-CLEAN-PCT
           MOVE WS-CALC-REJ-PCT TO WS-PREV-REJ-PCT
           MOVE "ALL FEEDS" TO WS-NAME-DISPLAY
           PERFORM WRITE-COMPARISON-LINE.

       WRITE-COMPARISON-LINE.
           MOVE SPACES TO WS-MOM-LINE
           MOVE WS-NAME-DISPLAY TO MOM-FEED
           MOVE WS-CLEAN-PCT TO MOM-CLEAN-THIS
           MOVE WS-REJ-PCT TO MOM-REJ-THIS
           IF WS-PREV-NIGHTS = ZERO
              MOVE ZERO TO MOM-CLEAN-PREV MOM-REJ-PREV
              MOVE ZERO TO MOM-CLEAN-CHG MOM-REJ-CHG
              MOVE "NO PRIOR MONTH" TO MOM-NOTE
           ELSE
              MOVE WS-PREV-CLEAN-PCT TO MOM-CLEAN-PREV
              MOVE WS-PREV-REJ-PCT TO MOM-REJ-PREV
              COMPUTE WS-PCT-CHANGE =
                 WS-CLEAN-PCT - WS-PREV-CLEAN-PCT
              MOVE WS-PCT-CHANGE TO MOM-CLEAN-CHG
              COMPUTE WS-PCT-CHANGE = WS-REJ-PCT - WS-PREV-REJ-PCT
              MOVE WS-PCT-CHANGE TO MOM-REJ-CHG
              IF WS-CLEAN-PCT < WS-PREV-CLEAN-PCT
                 OR WS-REJ-PCT > WS-PREV-REJ-PCT
                 MOVE "WORSE" TO MOM-NOTE
              END-IF
              IF WS-CLEAN-PCT > WS-PREV-CLEAN-PCT
                 AND WS-REJ-PCT NOT > WS-PREV-REJ-PCT
                 MOVE "BETTER" TO MOM-NOTE
              END-IF
              IF WS-CLEAN-PCT = WS-PREV-CLEAN-PCT
                 AND WS-REJ-PCT < WS-PREV-REJ-PCT
                 MOVE "BETTER" TO MOM-NOTE
              END-IF
           END-IF
           MOVE WS-MOM-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-WORST-FEEDS.
      *----------------------------------------------------------
      *Repeated pick of the highest ranking key not yet listed:
      *failed and deferred nights plus unconfirmed archives
      *first, the reject ratio breaking ties. A feed with
      *nothing against it is not listed at all.
      *----------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "WORST FEEDS (UP TO " DELIMITED BY SIZE
               WS-TOP-COUNT DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-WORST-HEADING TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE ZERO TO WS-RANK
           MOVE 1 TO WS-BEST-IDX
           PERFORM UNTIL WS-RANK >= WS-TOP-COUNT
                 OR WS-BEST-IDX = ZERO
              MOVE ZERO TO WS-BEST-IDX WS-BEST-KEY
              PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                    UNTIL WS-FD-IDX > WS-FD-COUNT
                 IF WS-FD-LISTED(WS-FD-IDX) = "N"
                    AND WS-FD-RANK-KEY(WS-FD-IDX) > WS-BEST-KEY
                    MOVE WS-FD-IDX TO WS-BEST-IDX
                    MOVE WS-FD-RANK-KEY(WS-FD-IDX) TO WS-BEST-KEY
                 END-IF
              END-PERFORM
              IF WS-BEST-IDX > ZERO
                 ADD 1 TO WS-RANK
                 MOVE "Y" TO WS-FD-LISTED(WS-BEST-IDX)
                 PERFORM WRITE-WORST-DETAIL
              END-IF
           END-PERFORM
           IF WS-RANK = ZERO
              MOVE "  (no feed with failures, deferrals or rejects)"
                 TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-WORST-DETAIL.
           MOVE WS-BEST-IDX TO WS-CALC-FEED
           MOVE 1 TO WS-CALC-SLOT
           PERFORM COMPUTE-FEED-MONTH
           MOVE WS-FD-NAME(WS-BEST-IDX) TO WS-NAME-TRIMMED
           PERFORM TRIM-FEED-NAME
           MOVE WS-RANK TO WST-RANK
           MOVE WS-NAME-DISPLAY TO WST-FEED
           MOVE WS-FD-FAILED(WS-BEST-IDX, 1) TO WST-FAILED
           MOVE WS-FD-DEFER(WS-BEST-IDX, 1) TO WST-DEFER
           COMPUTE WS-UNVERIFIED = WS-FD-SHIPPED(WS-BEST-IDX)
              - WS-FD-VERIFIED(WS-BEST-IDX)
           MOVE WS-UNVERIFIED TO WST-UNVERIFIED
           MOVE WS-CALC-REJ-PCT TO WST-REJ-PCT
           MOVE WS-FD-STILL(WS-BEST-IDX) TO WST-STILL
           MOVE WS-WORST-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       TRIM-FEED-NAME.
           MOVE SPACES TO WS-NAME-DISPLAY
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NAME-TRIMMED))
              TO WS-NAME-LEN
           MOVE FUNCTION TRIM(WS-NAME-TRIMMED) TO WS-NAME-TRIMMED
           IF WS-NAME-LEN > 30
              MOVE WS-NAME-TRIMMED(WS-NAME-LEN - 29:30)
                 TO WS-NAME-DISPLAY
           ELSE
              MOVE WS-NAME-TRIMMED TO WS-NAME-DISPLAY
           END-IF.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "O3DIAG-DELIVERY-SCORECARD: write failed to "
                 "report file " FUNCTION TRIM(WS-REPORT-FILE-PATH)
                 " (file status " WS-REPORT-STATUS ")"
              CLOSE REPORT-FILE
              MOVE WS-RC-REPORT-WRITE-FAILED TO RETURN-CODE
              STOP RUN
           END-IF.

      *-----------------------------------------------
      *Full-screen console for the early shift: everything the
      *06:00 operator otherwise assembles from three ad hoc
      *commands and a grep, on one screen. Five panels off a
      *menu:
      *  1  log store query - component and time window entered
      *     in fields instead of exact command-line timestamps,
      *     acknowledged through the dispatcher.
      *  3  last night's runs - one line per export run from the
      *     latest night in the audit trail, return code decoded.
      *  4  profile catalog - the driver's profiles listed, and
      *     added, changed, copied or deleted through an entry
      *     screen. Keywords are checked against the export
      *     manager's set before anything is saved, the
      *     driver-owned keywords the driver refuses at run time
      *     are refused here, and a MATCH pattern overlapping
      *     another profile's is warned about first.
      *  5  alert routes - the same for the alert dispatcher's
      *     policy file (ROUTE, COMPONENT, SEVERITY, TARGET).
      *
      *Arguments: store path, ALERT-DIR path, audit file path
      *(third optional, defaulting to where the export manager
      *leaves it), then optional PROFILES=path naming the
      *driver's profile catalog and POLICY=path naming the
      *dispatcher's policy file for panels 4 and 5. A save
      *rewrites the whole file in the layout the driver and
      *dispatcher read, keeping the version before it as
      *<file>.prev. The command-line inquiry program remains the
      *scripted interface; this console is its helpdesk face.
      *-----------------------------------------------

           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT POLICY-FILE ASSIGN TO DYNAMIC WS-POLICY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
           COPY O3DAUD.

      *----------------------------------------------------------
      *The driver's profile catalog and the dispatcher's policy
      *file, both in the "KEYWORD  VALUE" parameter file layout.
      *----------------------------------------------------------
       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05  CAT-KEYWORD  PIC X(20).
           05  CAT-VALUE    PIC X(256).
       FD  POLICY-FILE.
       01  POLICY-RECORD.
           05  POL-KEYWORD  PIC X(20).
           05  POL-VALUE    PIC X(256).

       WORKING-STORAGE SECTION.
       01  WS-INDEX-PATH        PIC X(256) VALUE SPACES.
       01  WS-INDEX-STATUS      PIC XX.
       01  WS-LISTING-TRIMMED   PIC X(256) VALUE SPACES.
       01  WS-LISTING-LEN       PIC 9(4)   VALUE ZERO.

      *----------------------------------------------------------
      *Maintenance panels: file paths from the PROFILES= and
      *POLICY= arguments, and the list-screen state shared by
      *both. A file the console cannot represent faithfully - an
      *unreadable one, or one over the driver's or dispatcher's
      *own limits - is listed but not rewritten, so a save can
      *never drop lines the operator did not see.
      *----------------------------------------------------------
       01  WS-CATALOG-PATH      PIC X(256) VALUE SPACES.
       01  WS-CATALOG-STATUS    PIC XX.
       01  WS-CATALOG-EOF       PIC X VALUE "N".
       01  WS-POLICY-PATH       PIC X(256) VALUE SPACES.
       01  WS-POLICY-STATUS     PIC XX.
       01  WS-POLICY-EOF        PIC X VALUE "N".
       01  WS-MNT-FILE-PATH     PIC X(256) VALUE SPACES.
       01  WS-MNT-HEADING       PIC X(78) VALUE SPACES.
       01  WS-MNT-NAME          PIC X(20) VALUE SPACES.
       01  WS-MNT-FOUND         PIC 9(2) VALUE ZERO.
       01  WS-MNT-READ-ONLY     PIC X VALUE "N".
       01  WS-MNT-LOAD-MSG      PIC X(70) VALUE SPACES.
       01  WS-MNT-SAVED         PIC X VALUE "N".
       01  WS-MNT-NOTE          PIC X(22) VALUE SPACES.
       01  WS-CONFIRM           PIC X VALUE SPACE.
       01  WS-CONFIRM-TEXT      PIC X(70) VALUE SPACES.

      *----------------------------------------------------------
      *Profile catalog as loaded for maintenance, held to the
      *driver's own limits (32 profiles, 16 keywords each) so
      *that a catalog written here is one the driver will load.
      *----------------------------------------------------------
       01  WS-PROFILE-MAX       PIC 9(2) VALUE 32.
       01  WS-PROF-KW-MAX       PIC 9(2) VALUE 16.
       01  WS-PROF-COUNT        PIC 9(2) VALUE ZERO.
       01  WS-PROF-IDX          PIC 9(2) VALUE ZERO.
       01  WS-PROF-IDX2         PIC 9(2) VALUE ZERO.
       01  WS-PROF-KW-IDX       PIC 9(2) VALUE ZERO.
       01  WS-PROFILE-TABLE.
           05  WS-PROFILE-ENTRY OCCURS 32 TIMES.
               10  WS-PROF-NAME     PIC X(20).
               10  WS-PROF-MATCH    PIC X(64).
               10  WS-PROF-KW-COUNT PIC 9(2).
               10  WS-PROF-KEYWORDS OCCURS 16 TIMES.
                   15  WS-PROF-KW   PIC X(20).
                   15  WS-PROF-VAL  PIC X(256).
       01  WS-PROF-HEADING.
           05  FILLER           PIC X(21) VALUE "PROFILE".
           05  FILLER           PIC X(31) VALUE "MATCH".
           05  FILLER           PIC X(26) VALUE "KW  NOTE".
       01  WS-PROF-LIST-LINE.
           05  PLS-NAME         PIC X(20).
           05  FILLER           PIC X VALUE SPACE.
           05  PLS-MATCH        PIC X(30).
           05  FILLER           PIC X VALUE SPACE.
           05  PLS-KW-COUNT     PIC Z9.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  PLS-NOTE         PIC X(22).

      *----------------------------------------------------------
      *Escalation policy as loaded for maintenance, held to the
      *dispatcher's limit of 32 routes.
      *----------------------------------------------------------
       01  WS-ROUTE-MAX         PIC 9(2) VALUE 32.
       01  WS-RTE-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-RTE-IDX           PIC 9(2) VALUE ZERO.
       01  WS-ROUTE-TABLE.
           05  WS-ROUTE-ENTRY OCCURS 32 TIMES.
               10  WS-RTE-NAME      PIC X(20).
               10  WS-RTE-COMPONENT PIC X(64).
               10  WS-RTE-SEVERITY  PIC X(5).
               10  WS-RTE-TARGET    PIC X(64).
       01  WS-RTE-HEADING.
           05  FILLER           PIC X(21) VALUE "ROUTE".
           05  FILLER           PIC X(25) VALUE "COMPONENT".
           05  FILLER           PIC X(6)  VALUE "SEV".
           05  FILLER           PIC X(26) VALUE "TARGET".
       01  WS-RTE-LIST-LINE.
           05  RLS-NAME         PIC X(20).
           05  FILLER           PIC X VALUE SPACE.
           05  RLS-COMPONENT    PIC X(24).
           05  FILLER           PIC X VALUE SPACE.
           05  RLS-SEVERITY     PIC X(5).
           05  FILLER           PIC X VALUE SPACE.
           05  RLS-TARGET       PIC X(26).

      *----------------------------------------------------------
      *Entry screens. Sixteen named keyword rows for the profile
      *screen items with a table view over them, as for the
      *result lines. A value longer than its 55-character field
      *is kept whole in WS-EDT-FULL-VAL and written back intact
      *unless the visible part was actually changed.
      *WS-EDT-SLOT is the entry being changed, zero for an add
      *or copy; WS-EDT-WARNED holds the pattern an overlap
      *warning was last given for, so a second S saves it - on a
      *change it starts as the pattern already on file, so only
      *an altered pattern is warned about.
      *----------------------------------------------------------
       01  WS-EDT-TITLE         PIC X(60) VALUE SPACES.
       01  WS-EDT-CMD           PIC X VALUE SPACE.
       01  WS-EDT-SLOT          PIC 9(2) VALUE ZERO.
       01  WS-EDT-OK            PIC X VALUE "Y".
       01  WS-EDT-DONE          PIC X VALUE "N".
       01  WS-EDT-WARNED        PIC X(64) VALUE SPACES.
       01  WS-EDT-CLASH         PIC 9(2) VALUE ZERO.
       01  WS-EDT-IDX           PIC 9(2) VALUE ZERO.
       01  WS-EDT-ROW-NO        PIC 9(2) VALUE ZERO.
       01  WS-EDP-NAME          PIC X(20) VALUE SPACES.
       01  WS-EDP-MATCH         PIC X(64) VALUE SPACES.
       01  WS-EDIT-AREA.
           05  WS-EDT-ROW-01.
               10  WS-EDT-KW-01    PIC X(20).
               10  WS-EDT-VAL-01   PIC X(55).
           05  WS-EDT-ROW-02.
               10  WS-EDT-KW-02    PIC X(20).
               10  WS-EDT-VAL-02   PIC X(55).
           05  WS-EDT-ROW-03.
               10  WS-EDT-KW-03    PIC X(20).
               10  WS-EDT-VAL-03   PIC X(55).
           05  WS-EDT-ROW-04.
               10  WS-EDT-KW-04    PIC X(20).
               10  WS-EDT-VAL-04   PIC X(55).
           05  WS-EDT-ROW-05.
               10  WS-EDT-KW-05    PIC X(20).
               10  WS-EDT-VAL-05   PIC X(55).
           05  WS-EDT-ROW-06.
               10  WS-EDT-KW-06    PIC X(20).
               10  WS-EDT-VAL-06   PIC X(55).
           05  WS-EDT-ROW-07.
               10  WS-EDT-KW-07    PIC X(20).
               10  WS-EDT-VAL-07   PIC X(55).
           05  WS-EDT-ROW-08.
               10  WS-EDT-KW-08    PIC X(20).
               10  WS-EDT-VAL-08   PIC X(55).
           05  WS-EDT-ROW-09.
               10  WS-EDT-KW-09    PIC X(20).
               10  WS-EDT-VAL-09   PIC X(55).
           05  WS-EDT-ROW-10.
               10  WS-EDT-KW-10    PIC X(20).
               10  WS-EDT-VAL-10   PIC X(55).
           05  WS-EDT-ROW-11.
               10  WS-EDT-KW-11    PIC X(20).
               10  WS-EDT-VAL-11   PIC X(55).
           05  WS-EDT-ROW-12.
               10  WS-EDT-KW-12    PIC X(20).
               10  WS-EDT-VAL-12   PIC X(55).
           05  WS-EDT-ROW-13.
               10  WS-EDT-KW-13    PIC X(20).
               10  WS-EDT-VAL-13   PIC X(55).
           05  WS-EDT-ROW-14.
               10  WS-EDT-KW-14    PIC X(20).
               10  WS-EDT-VAL-14   PIC X(55).
           05  WS-EDT-ROW-15.
               10  WS-EDT-KW-15    PIC X(20).
               10  WS-EDT-VAL-15   PIC X(55).
           05  WS-EDT-ROW-16.
               10  WS-EDT-KW-16    PIC X(20).
               10  WS-EDT-VAL-16   PIC X(55).
       01  WS-EDIT-TABLE REDEFINES WS-EDIT-AREA.
           05  WS-EDT-ROW OCCURS 16 TIMES.
               10  WS-EDT-KW        PIC X(20).
               10  WS-EDT-VAL       PIC X(55).
       01  WS-EDIT-FULL-VALUES.
           05  WS-EDT-FULL-VAL OCCURS 16 TIMES PIC X(256).
       01  WS-EDR-NAME          PIC X(20) VALUE SPACES.
       01  WS-EDR-COMPONENT     PIC X(64) VALUE SPACES.
       01  WS-EDR-SEVERITY      PIC X(5)  VALUE SPACES.
       01  WS-EDR-TARGET        PIC X(64) VALUE SPACES.

      *----------------------------------------------------------
      *Keyword classification, the export manager's keyword set
      *as the preflight validator holds it, plus the driver's own
      *processing-calendar keywords and the values it takes.
      *----------------------------------------------------------
       01  WS-KW-WORK           PIC X(20) VALUE SPACES.
       01  WS-KW-KNOWN          PIC X VALUE "N".
       01  WS-KW-DRIVER-OWNED   PIC X VALUE "N".
       01  WS-KW-CAL-OK         PIC X VALUE "Y".
       01  WS-KW-CAL-VALUE      PIC X(20) VALUE SPACES.
       01  WS-KW-CAL-FREQ       PIC X(20) VALUE SPACES.
       01  WS-KW-CAL-DAY-SET    PIC X VALUE "N".

      *----------------------------------------------------------
      *Pattern decomposition for the overlap warning, as in the
      *preflight validator: each pattern split at its first *
      *into a required prefix and suffix (no * means an exact
      *name). Two patterns can both claim a name when their
      *prefixes are compatible (one leads the other) and their
      *suffixes are compatible (one trails the other); the
      *driver and dispatcher both take the first match in file
      *order, so the later entry of such a pair loses those names
      *to the earlier one.
      *----------------------------------------------------------
       01  WS-PAT-A             PIC X(64) VALUE SPACES.
       01  WS-PAT-B             PIC X(64) VALUE SPACES.
       01  WS-PAT-A-LEN         PIC 9(4)  VALUE ZERO.
       01  WS-PAT-B-LEN         PIC 9(4)  VALUE ZERO.
       01  WS-PAT-A-STAR        PIC 9(4)  VALUE ZERO.
       01  WS-PAT-B-STAR        PIC 9(4)  VALUE ZERO.
       01  WS-PAT-A-PFX         PIC 9(4)  VALUE ZERO.
       01  WS-PAT-A-SFX         PIC 9(4)  VALUE ZERO.
       01  WS-PAT-B-PFX         PIC 9(4)  VALUE ZERO.
       01  WS-PAT-B-SFX         PIC 9(4)  VALUE ZERO.
       01  WS-PAT-IDX           PIC 9(4)  VALUE ZERO.
       01  WS-PAT-STARS         PIC 9(4)  VALUE ZERO.
       01  WS-PFX-SHORT         PIC 9(4)  VALUE ZERO.
       01  WS-SFX-SHORT         PIC 9(4)  VALUE ZERO.
       01  WS-OVERLAP           PIC X     VALUE "N".

       SCREEN SECTION.
       01  MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE 3 COL 5 VALUE "1  LOG STORE QUERY".
           05  LINE 4 COL 5 VALUE "2  PENDING ALERTS".
           05  LINE 5 COL 5 VALUE "3  LAST NIGHT'S RUNS".
           05  LINE 6 COL 5 VALUE "4  PROFILE CATALOG".
           05  LINE 7 COL 5 VALUE "5  ALERT ROUTES".
           05  LINE 8 COL 5 VALUE "Q  QUIT".
           05  LINE 10 COL 5 VALUE "CHOICE:".
           05  LINE 10 COL 13 PIC X USING WS-MENU-CHOICE.

       01  QUERY-SCREEN.
           05  BLANK SCREEN.
               VALUE "COMMAND (N=NEXT PAGE, M=MENU):".
           05  LINE 20 COL 34 PIC X USING WS-PANEL-CMD.

       01  MAINT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COL 2 PIC X(60) FROM WS-PANEL-TITLE.
           05  LINE 2 COL 2 PIC X(78) FROM WS-MNT-HEADING.
           05  LINE 3 COL 2 PIC X(78) FROM WS-RES-LINE-01.
           05  LINE 4 COL 2 PIC X(78) FROM WS-RES-LINE-02.
           05  LINE 5 COL 2 PIC X(78) FROM WS-RES-LINE-03.
           05  LINE 6 COL 2 PIC X(78) FROM WS-RES-LINE-04.
           05  LINE 7 COL 2 PIC X(78) FROM WS-RES-LINE-05.
           05  LINE 8 COL 2 PIC X(78) FROM WS-RES-LINE-06.
           05  LINE 9 COL 2 PIC X(78) FROM WS-RES-LINE-07.
           05  LINE 10 COL 2 PIC X(78) FROM WS-RES-LINE-08.
           05  LINE 11 COL 2 PIC X(78) FROM WS-RES-LINE-09.
           05  LINE 12 COL 2 PIC X(78) FROM WS-RES-LINE-10.
           05  LINE 13 COL 2 PIC X(78) FROM WS-RES-LINE-11.
           05  LINE 14 COL 2 PIC X(78) FROM WS-RES-LINE-12.
           05  LINE 15 COL 2 PIC X(78) FROM WS-RES-LINE-13.
           05  LINE 16 COL 2 PIC X(78) FROM WS-RES-LINE-14.
           05  LINE 17 COL 2 PIC X(78) FROM WS-RES-LINE-15.
           05  LINE 19 COL 2 PIC X(70) FROM WS-PANEL-STATUS.
           05  LINE 20 COL 2
               VALUE "A=ADD C=CHANGE K=COPY D=DELETE N=NEXT M=MENU:".
           05  LINE 20 COL 48 PIC X USING WS-PANEL-CMD.
           05  LINE 21 COL 2 VALUE "NAME:".
           05  LINE 21 COL 9 PIC X(20) USING WS-MNT-NAME.

       01  PROFILE-EDIT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COL 2 PIC X(60) FROM WS-EDT-TITLE.
           05  LINE 3 COL 2 VALUE "PROFILE:".
           05  LINE 3 COL 12 PIC X(20) USING WS-EDP-NAME.
           05  LINE 4 COL 2 VALUE "MATCH:".
           05  LINE 4 COL 12 PIC X(64) USING WS-EDP-MATCH.
           05  LINE 5 COL 2 VALUE "KEYWORD".
           05  LINE 5 COL 24 VALUE "VALUE".
           05  LINE 6 COL 2 PIC X(20) USING WS-EDT-KW-01.
           05  LINE 6 COL 24 PIC X(55) USING WS-EDT-VAL-01.
           05  LINE 7 COL 2 PIC X(20) USING WS-EDT-KW-02.
           05  LINE 7 COL 24 PIC X(55) USING WS-EDT-VAL-02.
           05  LINE 8 COL 2 PIC X(20) USING WS-EDT-KW-03.
           05  LINE 8 COL 24 PIC X(55) USING WS-EDT-VAL-03.
           05  LINE 9 COL 2 PIC X(20) USING WS-EDT-KW-04.
           05  LINE 9 COL 24 PIC X(55) USING WS-EDT-VAL-04.
           05  LINE 10 COL 2 PIC X(20) USING WS-EDT-KW-05.
           05  LINE 10 COL 24 PIC X(55) USING WS-EDT-VAL-05.
           05  LINE 11 COL 2 PIC X(20) USING WS-EDT-KW-06.
           05  LINE 11 COL 24 PIC X(55) USING WS-EDT-VAL-06.
           05  LINE 12 COL 2 PIC X(20) USING WS-EDT-KW-07.
           05  LINE 12 COL 24 PIC X(55) USING WS-EDT-VAL-07.
           05  LINE 13 COL 2 PIC X(20) USING WS-EDT-KW-08.
           05  LINE 13 COL 24 PIC X(55) USING WS-EDT-VAL-08.
           05  LINE 14 COL 2 PIC X(20) USING WS-EDT-KW-09.
           05  LINE 14 COL 24 PIC X(55) USING WS-EDT-VAL-09.
           05  LINE 15 COL 2 PIC X(20) USING WS-EDT-KW-10.
           05  LINE 15 COL 24 PIC X(55) USING WS-EDT-VAL-10.
           05  LINE 16 COL 2 PIC X(20) USING WS-EDT-KW-11.
           05  LINE 16 COL 24 PIC X(55) USING WS-EDT-VAL-11.
           05  LINE 17 COL 2 PIC X(20) USING WS-EDT-KW-12.
           05  LINE 17 COL 24 PIC X(55) USING WS-EDT-VAL-12.
           05  LINE 18 COL 2 PIC X(20) USING WS-EDT-KW-13.
           05  LINE 18 COL 24 PIC X(55) USING WS-EDT-VAL-13.
           05  LINE 19 COL 2 PIC X(20) USING WS-EDT-KW-14.
           05  LINE 19 COL 24 PIC X(55) USING WS-EDT-VAL-14.
           05  LINE 20 COL 2 PIC X(20) USING WS-EDT-KW-15.
           05  LINE 20 COL 24 PIC X(55) USING WS-EDT-VAL-15.
           05  LINE 21 COL 2 PIC X(20) USING WS-EDT-KW-16.
           05  LINE 21 COL 24 PIC X(55) USING WS-EDT-VAL-16.
           05  LINE 22 COL 2 PIC X(70) FROM WS-PANEL-STATUS.
           05  LINE 23 COL 2 VALUE "COMMAND (S=SAVE, X=CANCEL):".
           05  LINE 23 COL 30 PIC X USING WS-EDT-CMD.

       01  ROUTE-EDIT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COL 2 PIC X(60) FROM WS-EDT-TITLE.
           05  LINE 3 COL 2 VALUE "ROUTE:".
           05  LINE 3 COL 14 PIC X(20) USING WS-EDR-NAME.
           05  LINE 5 COL 2 VALUE "COMPONENT:".
           05  LINE 5 COL 14 PIC X(64) USING WS-EDR-COMPONENT.
           05  LINE 6 COL 14
               VALUE "(ONE * WILDCARD, AS IN A PROFILE MATCH)".
           05  LINE 8 COL 2 VALUE "SEVERITY:".
           05  LINE 8 COL 14 PIC X(5) USING WS-EDR-SEVERITY.
           05  LINE 8 COL 21
               VALUE "(TRACE DEBUG INFO WARN ERROR FATAL, OR ALL)".
           05  LINE 10 COL 2 VALUE "TARGET:".
           05  LINE 10 COL 14 PIC X(64) USING WS-EDR-TARGET.
           05  LINE 19 COL 2 PIC X(70) FROM WS-PANEL-STATUS.
           05  LINE 20 COL 2 VALUE "COMMAND (S=SAVE, X=CANCEL):".
           05  LINE 20 COL 30 PIC X USING WS-EDT-CMD.

       01  CONFIRM-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COL 2 PIC X(60) FROM WS-PANEL-TITLE.
           05  LINE 3 COL 2 PIC X(70) FROM WS-CONFIRM-TEXT.
           05  LINE 5 COL 2
               VALUE "Y TO CONFIRM, ANYTHING ELSE CANCELS:".
           05  LINE 5 COL 39 PIC X USING WS-CONFIRM.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-INDEX-PATH FROM ARGUMENT-VALUE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
              ON EXCEPTION CONTINUE
           END-ACCEPT
           PERFORM UNTIL WS-ARG-VALUE = SPACES
              EVALUATE TRUE
                 WHEN WS-ARG-VALUE(1:9) = "PROFILES="
                    MOVE WS-ARG-VALUE(10:) TO WS-CATALOG-PATH
                 WHEN WS-ARG-VALUE(1:7) = "POLICY="
                    MOVE WS-ARG-VALUE(8:) TO WS-POLICY-PATH
                 WHEN OTHER
                    MOVE WS-ARG-VALUE TO WS-AUDIT-FILE-PATH
              END-EVALUATE
              MOVE SPACES TO WS-ARG-VALUE
              ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
                 ON EXCEPTION CONTINUE
              END-ACCEPT
           END-PERFORM

           IF WS-INDEX-PATH = SPACES OR WS-ALERT-DIR = SPACES
              DISPLAY "O3DIAG-OPERATOR-CONSOLE: usage is "
                 "store-path alert-dir [audit-path] "
                 "[PROFILES=catalog] [POLICY=policy-file]"
              MOVE WS-RC-BAD-ARGUMENTS TO RETURN-CODE
              STOP RUN
           END-IF
                    PERFORM PENDING-ALERTS-PANEL
                 WHEN "3"
                    PERFORM LAST-NIGHT-PANEL
                 WHEN "4"
                    PERFORM PROFILE-CATALOG-PANEL
                 WHEN "5"
                    PERFORM ALERT-ROUTES-PANEL
                 WHEN "Q"
                 WHEN "q"
                    MOVE "Y" TO WS-CONSOLE-DONE
                       IF AUDIT-RECORD NOT = SPACES
                          AND AUD-OUTPUT-FILE(1:10)
                             NOT = "RETENTION "
                          AND AUD-OUTPUT-FILE(1:7) NOT = "DRIVER "
                          AND AUD-START-TS(1:8) IS NUMERIC
                          PERFORM TAKE-LAST-NIGHT-RUN
                       END-IF
                 MOVE "BAD PARAMETER" TO WS-RC-DECODED
              WHEN 38
                 MOVE "MANIFEST FAILED" TO WS-RC-DECODED
              WHEN 40
                 MOVE "REDACTION FAILED" TO WS-RC-DECODED
              WHEN OTHER
                 MOVE "UNKNOWN RETURN CODE" TO WS-RC-DECODED
           END-EVALUATE.
           MOVE ZERO TO WS-TBL-COUNT
           MOVE "LOG STORE QUERY" TO WS-PANEL-TITLE
           PERFORM PAGE-PANEL-TABLE.

       PROFILE-CATALOG-PANEL.
      *----------------------------------------------------------
      *The catalog's profiles in catalog order with the
      *maintenance command line under them. Every save rewrites
      *the catalog and reloads it, so the list always shows what
      *is on disk - what the driver will load tonight.
      *----------------------------------------------------------
           MOVE SPACES TO WS-PANEL-STATUS
           IF WS-CATALOG-PATH = SPACES
              MOVE "PROFILE CATALOG" TO WS-PANEL-TITLE
              MOVE "NO CATALOG NAMED - GIVE PROFILES=path AT START-UP"
                 TO WS-PANEL-STATUS
              MOVE ZERO TO WS-TBL-COUNT
              PERFORM PAGE-PANEL-TABLE
           ELSE
              MOVE SPACES TO WS-PANEL-TITLE
              STRING "PROFILE CATALOG " DELIMITED BY SIZE
                  WS-CATALOG-PATH(1:44) DELIMITED BY SIZE
                  INTO WS-PANEL-TITLE
              END-STRING
              MOVE WS-PROF-HEADING TO WS-MNT-HEADING
              PERFORM LOAD-CATALOG-FOR-EDIT
              MOVE ZERO TO WS-TBL-POS
              MOVE "N" TO WS-PANEL-DONE
              PERFORM UNTIL WS-PANEL-DONE = "Y"
                 PERFORM BUILD-PROFILE-LIST
                 PERFORM SHOW-MAINT-PAGE
                 EVALUATE WS-PANEL-CMD
                    WHEN "N"
                       PERFORM NEXT-MAINT-PAGE
                    WHEN "A"
                    WHEN "C"
                    WHEN "K"
                    WHEN "D"
                       PERFORM PROFILE-COMMAND
                    WHEN "M"
                    WHEN SPACE
                       MOVE "Y" TO WS-PANEL-DONE
                    WHEN OTHER
                       MOVE "UNKNOWN COMMAND" TO WS-PANEL-STATUS
                 END-EVALUATE
              END-PERFORM
           END-IF.

       LOAD-CATALOG-FOR-EDIT.
      *----------------------------------------------------------
      *Same reading rules as the driver's catalog load. A catalog
      *that does not exist yet loads empty, so the first profile
      *can be added from here.
      *----------------------------------------------------------
           MOVE ZERO TO WS-PROF-COUNT
           MOVE "N" TO WS-MNT-READ-ONLY
           MOVE SPACES TO WS-MNT-LOAD-MSG
           MOVE "N" TO WS-CATALOG-EOF
           OPEN INPUT CATALOG-FILE
           EVALUATE WS-CATALOG-STATUS
              WHEN "00"
                 PERFORM UNTIL WS-CATALOG-EOF = "Y"
                    READ CATALOG-FILE
                       AT END MOVE "Y" TO WS-CATALOG-EOF
                       NOT AT END PERFORM TAKE-CATALOG-LINE
                    END-READ
                 END-PERFORM
                 CLOSE CATALOG-FILE
              WHEN "35"
                 CONTINUE
              WHEN OTHER
                 MOVE "Y" TO WS-MNT-READ-ONLY
                 STRING "CANNOT OPEN CATALOG (STATUS "
                        DELIMITED BY SIZE
                     WS-CATALOG-STATUS DELIMITED BY SIZE
                     ") - NOTHING CAN BE SAVED" DELIMITED BY SIZE
                     INTO WS-MNT-LOAD-MSG
                 END-STRING
           END-EVALUATE.

       TAKE-CATALOG-LINE.
           IF WS-MNT-READ-ONLY = "N" AND CATALOG-RECORD NOT = SPACES
              EVALUATE FUNCTION TRIM(CAT-KEYWORD)
                 WHEN SPACES
                    CONTINUE
                 WHEN "PROFILE"
                    IF WS-PROF-COUNT >= WS-PROFILE-MAX
                       MOVE "Y" TO WS-MNT-READ-ONLY
                       MOVE "OVER 32 PROFILES - FIX THE CATALOG BY HAND"
                          TO WS-MNT-LOAD-MSG
                    ELSE
                       ADD 1 TO WS-PROF-COUNT
                       MOVE SPACES
                          TO WS-PROFILE-ENTRY(WS-PROF-COUNT)
                       MOVE ZERO TO WS-PROF-KW-COUNT(WS-PROF-COUNT)
                       MOVE FUNCTION TRIM(CAT-VALUE)
                          TO WS-PROF-NAME(WS-PROF-COUNT)
                    END-IF
                 WHEN OTHER
                    IF WS-PROF-COUNT = ZERO
                       MOVE "Y" TO WS-MNT-READ-ONLY
                       MOVE "LINE BEFORE FIRST PROFILE - FIX BY HAND"
                          TO WS-MNT-LOAD-MSG
                    ELSE
                       PERFORM TAKE-PROFILE-LINE
                    END-IF
              END-EVALUATE
           END-IF.

       TAKE-PROFILE-LINE.
           IF FUNCTION TRIM(CAT-KEYWORD) = "MATCH"
              MOVE FUNCTION TRIM(CAT-VALUE)
                 TO WS-PROF-MATCH(WS-PROF-COUNT)
           ELSE
              IF WS-PROF-KW-COUNT(WS-PROF-COUNT) >= WS-PROF-KW-MAX
                 MOVE "Y" TO WS-MNT-READ-ONLY
                 STRING "PROFILE " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PROF-NAME(WS-PROF-COUNT))
                        DELIMITED BY SIZE
                     " HOLDS MORE THAN 16 KEYWORDS - FIX IT BY HAND"
                        DELIMITED BY SIZE
                     INTO WS-MNT-LOAD-MSG
                 END-STRING
              ELSE
                 ADD 1 TO WS-PROF-KW-COUNT(WS-PROF-COUNT)
                 MOVE WS-PROF-KW-COUNT(WS-PROF-COUNT)
                    TO WS-PROF-KW-IDX
                 MOVE FUNCTION TRIM(CAT-KEYWORD)
                    TO WS-PROF-KW(WS-PROF-COUNT, WS-PROF-KW-IDX)
                 MOVE CAT-VALUE
                    TO WS-PROF-VAL(WS-PROF-COUNT, WS-PROF-KW-IDX)
              END-IF
           END-IF.

       BUILD-PROFILE-LIST.
      *----------------------------------------------------------
      *One line per profile. The note column carries the first
      *thing wrong with it: a keyword the export manager would
      *pass over in silence, one the driver refuses, a missing
      *MATCH, or an earlier profile whose pattern takes its
      *files first.
      *----------------------------------------------------------
           MOVE ZERO TO WS-TBL-COUNT
           PERFORM VARYING WS-PROF-IDX FROM 1 BY 1
                 UNTIL WS-PROF-IDX > WS-PROF-COUNT
              MOVE SPACES TO WS-MNT-NOTE
              PERFORM VARYING WS-PROF-KW-IDX FROM 1 BY 1
                    UNTIL WS-PROF-KW-IDX
                       > WS-PROF-KW-COUNT(WS-PROF-IDX)
                    OR WS-MNT-NOTE NOT = SPACES
                 MOVE WS-PROF-KW(WS-PROF-IDX, WS-PROF-KW-IDX)
                    TO WS-KW-WORK
                 PERFORM CLASSIFY-KEYWORD
                 IF WS-KW-KNOWN = "N"
                    STRING "UNKNOWN " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-KW-WORK) DELIMITED BY SIZE
                        INTO WS-MNT-NOTE
                    END-STRING
                 ELSE
                    IF WS-KW-DRIVER-OWNED = "Y"
                       STRING "REFUSED " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-KW-WORK)
                              DELIMITED BY SIZE
                           INTO WS-MNT-NOTE
                       END-STRING
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-MNT-NOTE = SPACES
                 AND WS-PROF-MATCH(WS-PROF-IDX) = SPACES
                 AND WS-PROF-NAME(WS-PROF-IDX) NOT = "DEFAULT"
                 MOVE "NO MATCH - NEVER USED" TO WS-MNT-NOTE
              END-IF
              IF WS-MNT-NOTE = SPACES
                 AND WS-PROF-MATCH(WS-PROF-IDX) NOT = SPACES
                 PERFORM VARYING WS-PROF-IDX2 FROM 1 BY 1
                       UNTIL WS-PROF-IDX2 >= WS-PROF-IDX
                       OR WS-MNT-NOTE NOT = SPACES
                    IF WS-PROF-MATCH(WS-PROF-IDX2) NOT = SPACES
                       MOVE WS-PROF-MATCH(WS-PROF-IDX2) TO WS-PAT-A
                       MOVE WS-PROF-MATCH(WS-PROF-IDX) TO WS-PAT-B
                       PERFORM CHECK-PATTERN-OVERLAP
                       IF WS-OVERLAP = "Y"
                          STRING "SHADOWED BY " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-PROF-NAME
                                 (WS-PROF-IDX2)) DELIMITED BY SIZE
                              INTO WS-MNT-NOTE
                          END-STRING
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF

              MOVE WS-PROF-NAME(WS-PROF-IDX) TO PLS-NAME
              MOVE WS-PROF-MATCH(WS-PROF-IDX) TO PLS-MATCH
              MOVE WS-PROF-KW-COUNT(WS-PROF-IDX) TO PLS-KW-COUNT
              MOVE WS-MNT-NOTE TO PLS-NOTE
              ADD 1 TO WS-TBL-COUNT
              MOVE WS-PROF-LIST-LINE TO WS-TBL-LINE(WS-TBL-COUNT)
           END-PERFORM
           IF WS-TBL-POS >= WS-TBL-COUNT
              MOVE ZERO TO WS-TBL-POS
           END-IF.

       PROFILE-COMMAND.
           MOVE ZERO TO WS-MNT-FOUND
           PERFORM VARYING WS-PROF-IDX FROM 1 BY 1
                 UNTIL WS-PROF-IDX > WS-PROF-COUNT
              IF WS-MNT-NAME NOT = SPACES
                 AND WS-PROF-NAME(WS-PROF-IDX) =
                    FUNCTION TRIM(WS-MNT-NAME)
                 MOVE WS-PROF-IDX TO WS-MNT-FOUND
              END-IF
           END-PERFORM

           EVALUATE TRUE
              WHEN WS-MNT-READ-ONLY = "Y"
                 MOVE WS-MNT-LOAD-MSG TO WS-PANEL-STATUS
              WHEN WS-PANEL-CMD = "A"
                 IF WS-PROF-COUNT >= WS-PROFILE-MAX
                    MOVE "CATALOG FULL - THE DRIVER TAKES 32 PROFILES"
                       TO WS-PANEL-STATUS
                 ELSE
                    MOVE ZERO TO WS-EDT-SLOT
                    MOVE SPACES TO WS-EDIT-AREA WS-EDIT-FULL-VALUES
                    MOVE FUNCTION TRIM(WS-MNT-NAME) TO WS-EDP-NAME
                    MOVE SPACES TO WS-EDP-MATCH
                    MOVE "ADD PROFILE" TO WS-EDT-TITLE
                    MOVE SPACES TO WS-EDT-WARNED
                    PERFORM EDIT-PROFILE-ENTRY
                 END-IF
              WHEN WS-MNT-NAME = SPACES
                 MOVE "TYPE THE PROFILE NAME BESIDE THE COMMAND"
                    TO WS-PANEL-STATUS
              WHEN WS-MNT-FOUND = ZERO
                 STRING "NO PROFILE NAMED " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-MNT-NAME) DELIMITED BY SIZE
                     INTO WS-PANEL-STATUS
                 END-STRING
              WHEN WS-PANEL-CMD = "C"
                 MOVE WS-MNT-FOUND TO WS-EDT-SLOT
                 PERFORM LOAD-PROFILE-INTO-EDIT
                 MOVE WS-EDP-MATCH TO WS-EDT-WARNED
                 STRING "CHANGE PROFILE " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-EDP-NAME) DELIMITED BY SIZE
                     INTO WS-EDT-TITLE
                 END-STRING
                 PERFORM EDIT-PROFILE-ENTRY
              WHEN WS-PANEL-CMD = "K"
                 IF WS-PROF-COUNT >= WS-PROFILE-MAX
                    MOVE "CATALOG FULL - THE DRIVER TAKES 32 PROFILES"
                       TO WS-PANEL-STATUS
                 ELSE
                    MOVE ZERO TO WS-EDT-SLOT
                    PERFORM LOAD-PROFILE-INTO-EDIT
                    MOVE SPACES TO WS-EDT-WARNED
                    STRING "COPY OF PROFILE " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-EDP-NAME) DELIMITED BY SIZE
                        " - GIVE THE COPY ITS NAME" DELIMITED BY SIZE
                        INTO WS-EDT-TITLE
                    END-STRING
                    MOVE SPACES TO WS-EDP-NAME
                    PERFORM EDIT-PROFILE-ENTRY
                 END-IF
              WHEN OTHER
                 PERFORM DELETE-PROFILE-ENTRY
           END-EVALUATE.

       LOAD-PROFILE-INTO-EDIT.
           MOVE SPACES TO WS-EDIT-AREA WS-EDIT-FULL-VALUES
           MOVE SPACES TO WS-EDT-TITLE
           MOVE WS-PROF-NAME(WS-MNT-FOUND) TO WS-EDP-NAME
           MOVE WS-PROF-MATCH(WS-MNT-FOUND) TO WS-EDP-MATCH
           PERFORM VARYING WS-EDT-IDX FROM 1 BY 1
                 UNTIL WS-EDT-IDX > WS-PROF-KW-COUNT(WS-MNT-FOUND)
              MOVE WS-PROF-KW(WS-MNT-FOUND, WS-EDT-IDX)
                 TO WS-EDT-KW(WS-EDT-IDX)
              MOVE WS-PROF-VAL(WS-MNT-FOUND, WS-EDT-IDX)
                 TO WS-EDT-VAL(WS-EDT-IDX)
              MOVE WS-PROF-VAL(WS-MNT-FOUND, WS-EDT-IDX)
                 TO WS-EDT-FULL-VAL(WS-EDT-IDX)
           END-PERFORM.

       EDIT-PROFILE-ENTRY.
           MOVE SPACES TO WS-PANEL-STATUS
           MOVE "N" TO WS-EDT-DONE
           PERFORM UNTIL WS-EDT-DONE = "Y"
              MOVE SPACE TO WS-EDT-CMD
              DISPLAY PROFILE-EDIT-SCREEN
              ACCEPT PROFILE-EDIT-SCREEN
              MOVE SPACES TO WS-PANEL-STATUS
              EVALUATE FUNCTION UPPER-CASE(WS-EDT-CMD)
                 WHEN "S"
                    PERFORM CHECK-PROFILE-EDIT
                    IF WS-EDT-OK = "Y"
                       PERFORM STORE-PROFILE-EDIT
                       PERFORM WRITE-CATALOG-FILE
                       IF WS-MNT-SAVED = "Y"
                          STRING "PROFILE " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-EDP-NAME)
                                 DELIMITED BY SIZE
                              " SAVED" DELIMITED BY SIZE
                              INTO WS-PANEL-STATUS
                          END-STRING
                       END-IF
                       MOVE "Y" TO WS-EDT-DONE
                    END-IF
                 WHEN "X"
                    MOVE "NOTHING SAVED" TO WS-PANEL-STATUS
                    MOVE "Y" TO WS-EDT-DONE
                 WHEN OTHER
                    MOVE "S SAVES THE PROFILE, X LEAVES WITHOUT SAVING"
                       TO WS-PANEL-STATUS
              END-EVALUATE
           END-PERFORM.

       CHECK-PROFILE-EDIT.
      *----------------------------------------------------------
      *Everything the driver would refuse at run time, and every
      *keyword the export manager would skip without a word, is
      *refused here with the row named. An overlapping MATCH is
      *only a warning - a deliberately narrower profile ahead of
      *a broad one is a normal arrangement - so a second S saves
      *it as typed.
      *----------------------------------------------------------
           MOVE "Y" TO WS-EDT-OK
           MOVE FUNCTION TRIM(WS-EDP-NAME) TO WS-EDP-NAME
           MOVE FUNCTION TRIM(WS-EDP-MATCH) TO WS-EDP-MATCH
           PERFORM VARYING WS-EDT-IDX FROM 1 BY 1
                 UNTIL WS-EDT-IDX > WS-PROF-KW-MAX
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                 WS-EDT-KW(WS-EDT-IDX))) TO WS-EDT-KW(WS-EDT-IDX)
           END-PERFORM

           EVALUATE TRUE
              WHEN WS-EDP-NAME = SPACES
                 MOVE "N" TO WS-EDT-OK
                 MOVE "THE PROFILE NEEDS A NAME" TO WS-PANEL-STATUS
              WHEN WS-EDP-MATCH = SPACES
                 AND WS-EDP-NAME NOT = "DEFAULT"
                 MOVE "N" TO WS-EDT-OK
                 MOVE "ONLY PROFILE DEFAULT MAY GO WITHOUT A MATCH"
                    TO WS-PANEL-STATUS
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WS-EDT-OK = "Y"
              PERFORM VARYING WS-PROF-IDX FROM 1 BY 1
                    UNTIL WS-PROF-IDX > WS-PROF-COUNT
                 IF WS-PROF-IDX NOT = WS-EDT-SLOT
                    AND WS-PROF-NAME(WS-PROF-IDX) = WS-EDP-NAME
                    MOVE "N" TO WS-EDT-OK
                 END-IF
              END-PERFORM
              IF WS-EDT-OK = "N"
                 STRING "THE CATALOG ALREADY HAS A PROFILE NAMED "
                        DELIMITED BY SIZE
                     FUNCTION TRIM(WS-EDP-NAME) DELIMITED BY SIZE
                     INTO WS-PANEL-STATUS
                 END-STRING
              END-IF
           END-IF

           IF WS-EDT-OK = "Y"
              MOVE WS-EDP-MATCH TO WS-PAT-A
              PERFORM COUNT-PATTERN-STARS
              IF WS-PAT-STARS > 1
                 MOVE "N" TO WS-EDT-OK
                 MOVE "A MATCH PATTERN MAY CARRY ONE * ONLY"
                    TO WS-PANEL-STATUS
              END-IF
           END-IF

           PERFORM VARYING WS-EDT-IDX FROM 1 BY 1
                 UNTIL WS-EDT-IDX > WS-PROF-KW-MAX
                 OR WS-EDT-OK = "N"
              PERFORM CHECK-PROFILE-EDIT-ROW
           END-PERFORM
           IF WS-EDT-OK = "Y"
              PERFORM CHECK-WEEKLY-RUN-DAY
           END-IF

           IF WS-EDT-OK = "Y" AND WS-EDP-MATCH NOT = SPACES
              MOVE ZERO TO WS-EDT-CLASH
              PERFORM VARYING WS-PROF-IDX FROM 1 BY 1
                    UNTIL WS-PROF-IDX > WS-PROF-COUNT
                    OR WS-EDT-CLASH > ZERO
                 IF WS-PROF-IDX NOT = WS-EDT-SLOT
                    AND WS-PROF-MATCH(WS-PROF-IDX) NOT = SPACES
                    MOVE WS-PROF-MATCH(WS-PROF-IDX) TO WS-PAT-A
                    MOVE WS-EDP-MATCH TO WS-PAT-B
                    PERFORM CHECK-PATTERN-OVERLAP
                    IF WS-OVERLAP = "Y"
                       MOVE WS-PROF-IDX TO WS-EDT-CLASH
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-EDT-CLASH > ZERO
                 AND WS-EDT-WARNED NOT = WS-EDP-MATCH
                 MOVE "N" TO WS-EDT-OK
                 MOVE WS-EDP-MATCH TO WS-EDT-WARNED
                 STRING "MATCH OVERLAPS PROFILE " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PROF-NAME(WS-EDT-CLASH))
                        DELIMITED BY SIZE
                     " - S AGAIN SAVES ANYWAY" DELIMITED BY SIZE
                     INTO WS-PANEL-STATUS
                 END-STRING
              END-IF
           END-IF.

       CHECK-PROFILE-EDIT-ROW.
           IF WS-EDT-KW(WS-EDT-IDX) NOT = SPACES
              OR WS-EDT-VAL(WS-EDT-IDX) NOT = SPACES
              MOVE WS-EDT-IDX TO WS-EDT-ROW-NO
              MOVE WS-EDT-KW(WS-EDT-IDX) TO WS-KW-WORK
              PERFORM CLASSIFY-KEYWORD
              PERFORM CHECK-CALENDAR-ROW
              MOVE "N" TO WS-EDT-OK
              EVALUATE TRUE
                 WHEN WS-EDT-KW(WS-EDT-IDX) = SPACES
                    STRING "ROW " DELIMITED BY SIZE
                        WS-EDT-ROW-NO DELIMITED BY SIZE
                        " HAS A VALUE BUT NO KEYWORD"
                           DELIMITED BY SIZE
                        INTO WS-PANEL-STATUS
                    END-STRING
                 WHEN WS-EDT-KW(WS-EDT-IDX) = "PROFILE"
                 WHEN WS-EDT-KW(WS-EDT-IDX) = "MATCH"
                    STRING "ROW " DELIMITED BY SIZE
                        WS-EDT-ROW-NO DELIMITED BY SIZE
                        ": PROFILE AND MATCH GO IN THE FIELDS ABOVE"
                           DELIMITED BY SIZE
                        INTO WS-PANEL-STATUS
                    END-STRING
                 WHEN WS-KW-KNOWN = "N"
                    STRING "ROW " DELIMITED BY SIZE
                        WS-EDT-ROW-NO DELIMITED BY SIZE
                        ": " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-KW-WORK) DELIMITED BY SIZE
                        " IS NOT AN EXPORT MANAGER KEYWORD"
                           DELIMITED BY SIZE
                        INTO WS-PANEL-STATUS
                    END-STRING
                 WHEN WS-KW-DRIVER-OWNED = "Y"
                    STRING "ROW " DELIMITED BY SIZE
                        WS-EDT-ROW-NO DELIMITED BY SIZE
                        ": " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-KW-WORK) DELIMITED BY SIZE
                        " IS SET BY THE DRIVER, NOT A PROFILE"
                           DELIMITED BY SIZE
                        INTO WS-PANEL-STATUS
                    END-STRING
                 WHEN WS-EDT-VAL(WS-EDT-IDX) = SPACES
                    STRING "ROW " DELIMITED BY SIZE
                        WS-EDT-ROW-NO DELIMITED BY SIZE
                        ": " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-KW-WORK) DELIMITED BY SIZE
                        " HAS NO VALUE" DELIMITED BY SIZE
                        INTO WS-PANEL-STATUS
                    END-STRING
                 WHEN WS-KW-CAL-OK = "N"
                    STRING "ROW " DELIMITED BY SIZE
                        WS-EDT-ROW-NO DELIMITED BY SIZE
                        ": THE DRIVER TAKES NO " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-KW-WORK) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-KW-CAL-VALUE)
                           DELIMITED BY SIZE
                        INTO WS-PANEL-STATUS
                    END-STRING
                 WHEN OTHER
                    MOVE "Y" TO WS-EDT-OK
              END-EVALUATE
           END-IF.

       CHECK-CALENDAR-ROW.
      *----------------------------------------------------------
      *The calendar values the driver accepts - any other makes
      *it refuse the whole catalog.
      *----------------------------------------------------------
           MOVE "Y" TO WS-KW-CAL-OK
           MOVE SPACES TO WS-KW-CAL-VALUE
           MOVE FUNCTION TRIM(WS-EDT-VAL(WS-EDT-IDX))
              TO WS-KW-CAL-VALUE
           EVALUATE FUNCTION TRIM(WS-KW-WORK)
              WHEN "RUN-FREQUENCY"
                 IF WS-KW-CAL-VALUE NOT = "DAILY"
                    AND WS-KW-CAL-VALUE NOT = "WEEKLY"
                    AND WS-KW-CAL-VALUE NOT = "MONTH-END"
                    AND WS-KW-CAL-VALUE NOT = "BUSINESS-DAYS"
                    MOVE "N" TO WS-KW-CAL-OK
                 END-IF
              WHEN "RUN-DAY"
                 IF WS-KW-CAL-VALUE NOT = "MON"
                    AND WS-KW-CAL-VALUE NOT = "TUE"
                    AND WS-KW-CAL-VALUE NOT = "WED"
                    AND WS-KW-CAL-VALUE NOT = "THU"
                    AND WS-KW-CAL-VALUE NOT = "FRI"
                    AND WS-KW-CAL-VALUE NOT = "SAT"
                    AND WS-KW-CAL-VALUE NOT = "SUN"
                    MOVE "N" TO WS-KW-CAL-OK
                 END-IF
              WHEN "FULL-RUN"
                 IF WS-KW-CAL-VALUE NOT = "MONTH-END"
                    MOVE "N" TO WS-KW-CAL-OK
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       CHECK-WEEKLY-RUN-DAY.
      *----------------------------------------------------------
      *WEEKLY and RUN-DAY go together: the driver refuses a
      *weekly profile with no day, and a day on any other.
      *----------------------------------------------------------
           MOVE SPACES TO WS-KW-CAL-FREQ
           MOVE "N" TO WS-KW-CAL-DAY-SET
           PERFORM VARYING WS-EDT-IDX FROM 1 BY 1
                 UNTIL WS-EDT-IDX > WS-PROF-KW-MAX
              IF WS-EDT-KW(WS-EDT-IDX) = "RUN-FREQUENCY"
                 MOVE FUNCTION TRIM(WS-EDT-VAL(WS-EDT-IDX))
                    TO WS-KW-CAL-FREQ
              END-IF
              IF WS-EDT-KW(WS-EDT-IDX) = "RUN-DAY"
                 MOVE "Y" TO WS-KW-CAL-DAY-SET
              END-IF
           END-PERFORM
           IF WS-KW-CAL-FREQ = "WEEKLY" AND WS-KW-CAL-DAY-SET = "N"
              MOVE "N" TO WS-EDT-OK
              MOVE "A WEEKLY PROFILE NEEDS A RUN-DAY ROW"
                 TO WS-PANEL-STATUS
           END-IF
           IF WS-KW-CAL-FREQ NOT = "WEEKLY"
              AND WS-KW-CAL-DAY-SET = "Y"
              MOVE "N" TO WS-EDT-OK
              MOVE "RUN-DAY NEEDS RUN-FREQUENCY WEEKLY"
                 TO WS-PANEL-STATUS
           END-IF.

       STORE-PROFILE-EDIT.
      *----------------------------------------------------------
      *A change keeps the profile's place in the catalog, so the
      *first-match order the driver applies is not disturbed; an
      *add or copy goes on the end. Blank rows close up.
      *----------------------------------------------------------
           IF WS-EDT-SLOT = ZERO
              ADD 1 TO WS-PROF-COUNT
              MOVE WS-PROF-COUNT TO WS-EDT-SLOT
           END-IF
           MOVE SPACES TO WS-PROFILE-ENTRY(WS-EDT-SLOT)
           MOVE ZERO TO WS-PROF-KW-COUNT(WS-EDT-SLOT)
           MOVE WS-EDP-NAME TO WS-PROF-NAME(WS-EDT-SLOT)
           MOVE WS-EDP-MATCH TO WS-PROF-MATCH(WS-EDT-SLOT)
           PERFORM VARYING WS-EDT-IDX FROM 1 BY 1
                 UNTIL WS-EDT-IDX > WS-PROF-KW-MAX
              IF WS-EDT-KW(WS-EDT-IDX) NOT = SPACES
                 ADD 1 TO WS-PROF-KW-COUNT(WS-EDT-SLOT)
                 MOVE WS-PROF-KW-COUNT(WS-EDT-SLOT) TO WS-PROF-KW-IDX
                 MOVE WS-EDT-KW(WS-EDT-IDX)
                    TO WS-PROF-KW(WS-EDT-SLOT, WS-PROF-KW-IDX)
                 IF WS-EDT-VAL(WS-EDT-IDX) =
                       WS-EDT-FULL-VAL(WS-EDT-IDX)(1:55)
                    MOVE WS-EDT-FULL-VAL(WS-EDT-IDX)
                       TO WS-PROF-VAL(WS-EDT-SLOT, WS-PROF-KW-IDX)
                 ELSE
                    MOVE WS-EDT-VAL(WS-EDT-IDX)
                       TO WS-PROF-VAL(WS-EDT-SLOT, WS-PROF-KW-IDX)
                 END-IF
              END-IF
           END-PERFORM.

       DELETE-PROFILE-ENTRY.
           MOVE SPACES TO WS-CONFIRM-TEXT
           STRING "DELETE PROFILE " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PROF-NAME(WS-MNT-FOUND))
                  DELIMITED BY SIZE
               " FROM THE CATALOG?" DELIMITED BY SIZE
               INTO WS-CONFIRM-TEXT
           END-STRING
           PERFORM ASK-CONFIRMATION
           IF WS-CONFIRM = "Y"
              MOVE WS-PROF-NAME(WS-MNT-FOUND) TO WS-EDP-NAME
              PERFORM VARYING WS-PROF-IDX FROM WS-MNT-FOUND BY 1
                    UNTIL WS-PROF-IDX >= WS-PROF-COUNT
                 MOVE WS-PROFILE-ENTRY(WS-PROF-IDX + 1)
                    TO WS-PROFILE-ENTRY(WS-PROF-IDX)
              END-PERFORM
              SUBTRACT 1 FROM WS-PROF-COUNT
              PERFORM WRITE-CATALOG-FILE
              IF WS-MNT-SAVED = "Y"
                 STRING "PROFILE " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-EDP-NAME) DELIMITED BY SIZE
                     " DELETED" DELIMITED BY SIZE
                     INTO WS-PANEL-STATUS
                 END-STRING
              END-IF
           ELSE
              MOVE "NOTHING DELETED" TO WS-PANEL-STATUS
           END-IF.

       WRITE-CATALOG-FILE.
      *----------------------------------------------------------
      *The whole catalog is rewritten from the table, one blank
      *line between profiles, and read back at once so the list
      *shows the file as the driver will find it. Nothing is
      *written unless the previous version was kept first; a
      *write that fails stops the rewrite and the panel says so.
      *----------------------------------------------------------
           MOVE "Y" TO WS-MNT-SAVED
           MOVE WS-CATALOG-PATH TO WS-MNT-FILE-PATH
           PERFORM KEEP-PREVIOUS-VERSION
           IF WS-MNT-SAVED = "Y"
              OPEN OUTPUT CATALOG-FILE
              IF WS-CATALOG-STATUS NOT = "00"
                 MOVE "N" TO WS-MNT-SAVED
                 MOVE SPACES TO WS-PANEL-STATUS
                 STRING "CANNOT WRITE CATALOG (STATUS "
                        DELIMITED BY SIZE
                     WS-CATALOG-STATUS DELIMITED BY SIZE
                     ") - NOTHING SAVED" DELIMITED BY SIZE
                     INTO WS-PANEL-STATUS
                 END-STRING
              ELSE
                 PERFORM WRITE-CATALOG-LINES
                 CLOSE CATALOG-FILE
              END-IF
           END-IF
           PERFORM LOAD-CATALOG-FOR-EDIT.

       WRITE-CATALOG-LINES.
           PERFORM VARYING WS-PROF-IDX FROM 1 BY 1
                 UNTIL WS-PROF-IDX > WS-PROF-COUNT
                    OR WS-MNT-SAVED = "N"
              IF WS-PROF-IDX > 1
                 MOVE SPACES TO CATALOG-RECORD
                 WRITE CATALOG-RECORD
                 PERFORM CHECK-CATALOG-WRITE
              END-IF
              MOVE "PROFILE" TO CAT-KEYWORD
              MOVE WS-PROF-NAME(WS-PROF-IDX) TO CAT-VALUE
              WRITE CATALOG-RECORD
              PERFORM CHECK-CATALOG-WRITE
              IF WS-PROF-MATCH(WS-PROF-IDX) NOT = SPACES
                 MOVE "MATCH" TO CAT-KEYWORD
                 MOVE WS-PROF-MATCH(WS-PROF-IDX) TO CAT-VALUE
                 WRITE CATALOG-RECORD
                 PERFORM CHECK-CATALOG-WRITE
              END-IF
              PERFORM VARYING WS-PROF-KW-IDX FROM 1 BY 1
                    UNTIL WS-PROF-KW-IDX
                       > WS-PROF-KW-COUNT(WS-PROF-IDX)
                       OR WS-MNT-SAVED = "N"
                 MOVE WS-PROF-KW(WS-PROF-IDX, WS-PROF-KW-IDX)
                    TO CAT-KEYWORD
                 MOVE WS-PROF-VAL(WS-PROF-IDX, WS-PROF-KW-IDX)
                    TO CAT-VALUE
                 WRITE CATALOG-RECORD
                 PERFORM CHECK-CATALOG-WRITE
              END-PERFORM
           END-PERFORM.

       CHECK-CATALOG-WRITE.
      *----------------------------------------------------------
      *The first failed write is the one reported; the file as
      *it stood before the save is in <catalog>.prev.
      *----------------------------------------------------------
           IF WS-CATALOG-STATUS NOT = "00"
              AND WS-MNT-SAVED = "Y"
              MOVE "N" TO WS-MNT-SAVED
              MOVE SPACES TO WS-PANEL-STATUS
              STRING "CATALOG WRITE FAILED (STATUS " DELIMITED BY SIZE
                  WS-CATALOG-STATUS DELIMITED BY SIZE
                  ") - PREVIOUS VERSION IS IN .prev"
                     DELIMITED BY SIZE
                  INTO WS-PANEL-STATUS
              END-STRING
           END-IF.

       ALERT-ROUTES-PANEL.
      *----------------------------------------------------------
      *The dispatcher's routes in policy order, maintained the
      *same way as the profile catalog.
      *----------------------------------------------------------
           MOVE SPACES TO WS-PANEL-STATUS
           IF WS-POLICY-PATH = SPACES
              MOVE "ALERT ROUTES" TO WS-PANEL-TITLE
              MOVE "NO POLICY FILE NAMED - GIVE POLICY=path AT START-UP"
                 TO WS-PANEL-STATUS
              MOVE ZERO TO WS-TBL-COUNT
              PERFORM PAGE-PANEL-TABLE
           ELSE
              MOVE SPACES TO WS-PANEL-TITLE
              STRING "ALERT ROUTES " DELIMITED BY SIZE
                  WS-POLICY-PATH(1:47) DELIMITED BY SIZE
                  INTO WS-PANEL-TITLE
              END-STRING
              MOVE WS-RTE-HEADING TO WS-MNT-HEADING
              PERFORM LOAD-POLICY-FOR-EDIT
              MOVE ZERO TO WS-TBL-POS
              MOVE "N" TO WS-PANEL-DONE
              PERFORM UNTIL WS-PANEL-DONE = "Y"
                 PERFORM BUILD-ROUTE-LIST
                 PERFORM SHOW-MAINT-PAGE
                 EVALUATE WS-PANEL-CMD
                    WHEN "N"
                       PERFORM NEXT-MAINT-PAGE
                    WHEN "A"
                    WHEN "C"
                    WHEN "K"
                    WHEN "D"
                       PERFORM ROUTE-COMMAND
                    WHEN "M"
                    WHEN SPACE
                       MOVE "Y" TO WS-PANEL-DONE
                    WHEN OTHER
                       MOVE "UNKNOWN COMMAND" TO WS-PANEL-STATUS
                 END-EVALUATE
              END-PERFORM
           END-IF.

       LOAD-POLICY-FOR-EDIT.
      *----------------------------------------------------------
      *Same reading rules as the dispatcher's policy load; a
      *line the dispatcher would refuse makes the file read-only
      *here, since the route table has no place to keep it.
      *----------------------------------------------------------
           MOVE ZERO TO WS-RTE-COUNT
           MOVE "N" TO WS-MNT-READ-ONLY
           MOVE SPACES TO WS-MNT-LOAD-MSG
           MOVE "N" TO WS-POLICY-EOF
           OPEN INPUT POLICY-FILE
           EVALUATE WS-POLICY-STATUS
              WHEN "00"
                 PERFORM UNTIL WS-POLICY-EOF = "Y"
                    READ POLICY-FILE
                       AT END MOVE "Y" TO WS-POLICY-EOF
                       NOT AT END PERFORM TAKE-POLICY-LINE
                    END-READ
                 END-PERFORM
                 CLOSE POLICY-FILE
              WHEN "35"
                 CONTINUE
              WHEN OTHER
                 MOVE "Y" TO WS-MNT-READ-ONLY
                 STRING "CANNOT OPEN POLICY FILE (STATUS "
                        DELIMITED BY SIZE
                     WS-POLICY-STATUS DELIMITED BY SIZE
                     ") - NOTHING CAN BE SAVED" DELIMITED BY SIZE
                     INTO WS-MNT-LOAD-MSG
                 END-STRING
           END-EVALUATE.

       TAKE-POLICY-LINE.
           IF WS-MNT-READ-ONLY = "N" AND POLICY-RECORD NOT = SPACES
              EVALUATE FUNCTION TRIM(POL-KEYWORD)
                 WHEN SPACES
                    CONTINUE
                 WHEN "ROUTE"
                    IF WS-RTE-COUNT >= WS-ROUTE-MAX
                       MOVE "Y" TO WS-MNT-READ-ONLY
                       MOVE "OVER 32 ROUTES - FIX THE POLICY BY HAND"
                          TO WS-MNT-LOAD-MSG
                    ELSE
                       ADD 1 TO WS-RTE-COUNT
                       MOVE SPACES TO WS-ROUTE-ENTRY(WS-RTE-COUNT)
                       MOVE "ALL" TO WS-RTE-SEVERITY(WS-RTE-COUNT)
                       MOVE FUNCTION TRIM(POL-VALUE)
                          TO WS-RTE-NAME(WS-RTE-COUNT)
                    END-IF
                 WHEN "COMPONENT"
                 WHEN "SEVERITY"
                 WHEN "TARGET"
                    IF WS-RTE-COUNT = ZERO
                       MOVE "Y" TO WS-MNT-READ-ONLY
                       MOVE "LINE BEFORE FIRST ROUTE - FIX BY HAND"
                          TO WS-MNT-LOAD-MSG
                    ELSE
                       PERFORM TAKE-ROUTE-LINE
                    END-IF
                 WHEN OTHER
                    MOVE "Y" TO WS-MNT-READ-ONLY
                    STRING "POLICY KEYWORD " DELIMITED BY SIZE
                        FUNCTION TRIM(POL-KEYWORD) DELIMITED BY SIZE
                        " IS NOT THE DISPATCHER'S - FIX IT BY HAND"
                           DELIMITED BY SIZE
                        INTO WS-MNT-LOAD-MSG
                    END-STRING
              END-EVALUATE
           END-IF.

       TAKE-ROUTE-LINE.
           EVALUATE FUNCTION TRIM(POL-KEYWORD)
              WHEN "COMPONENT"
                 MOVE FUNCTION TRIM(POL-VALUE)
                    TO WS-RTE-COMPONENT(WS-RTE-COUNT)
              WHEN "SEVERITY"
                 MOVE FUNCTION TRIM(POL-VALUE)
                    TO WS-RTE-SEVERITY(WS-RTE-COUNT)
              WHEN OTHER
                 MOVE FUNCTION TRIM(POL-VALUE)
                    TO WS-RTE-TARGET(WS-RTE-COUNT)
           END-EVALUATE.

       BUILD-ROUTE-LIST.
           MOVE ZERO TO WS-TBL-COUNT
           PERFORM VARYING WS-RTE-IDX FROM 1 BY 1
                 UNTIL WS-RTE-IDX > WS-RTE-COUNT
              MOVE WS-RTE-NAME(WS-RTE-IDX) TO RLS-NAME
              MOVE WS-RTE-COMPONENT(WS-RTE-IDX) TO RLS-COMPONENT
              MOVE WS-RTE-SEVERITY(WS-RTE-IDX) TO RLS-SEVERITY
              MOVE WS-RTE-TARGET(WS-RTE-IDX) TO RLS-TARGET
              ADD 1 TO WS-TBL-COUNT
              MOVE WS-RTE-LIST-LINE TO WS-TBL-LINE(WS-TBL-COUNT)
           END-PERFORM
           IF WS-TBL-POS >= WS-TBL-COUNT
              MOVE ZERO TO WS-TBL-POS
           END-IF.

       ROUTE-COMMAND.
           MOVE ZERO TO WS-MNT-FOUND
           PERFORM VARYING WS-RTE-IDX FROM 1 BY 1
                 UNTIL WS-RTE-IDX > WS-RTE-COUNT
              IF WS-MNT-NAME NOT = SPACES
                 AND WS-RTE-NAME(WS-RTE-IDX) =
                    FUNCTION TRIM(WS-MNT-NAME)
                 MOVE WS-RTE-IDX TO WS-MNT-FOUND
              END-IF
           END-PERFORM

           EVALUATE TRUE
              WHEN WS-MNT-READ-ONLY = "Y"
                 MOVE WS-MNT-LOAD-MSG TO WS-PANEL-STATUS
              WHEN WS-PANEL-CMD = "A"
                 IF WS-RTE-COUNT >= WS-ROUTE-MAX
                    MOVE "POLICY FULL - THE DISPATCHER TAKES 32 ROUTES"
                       TO WS-PANEL-STATUS
                 ELSE
                    MOVE ZERO TO WS-EDT-SLOT
                    MOVE FUNCTION TRIM(WS-MNT-NAME) TO WS-EDR-NAME
                    MOVE SPACES TO WS-EDR-COMPONENT WS-EDR-TARGET
                    MOVE "ALL" TO WS-EDR-SEVERITY
                    MOVE "ADD ROUTE" TO WS-EDT-TITLE
                    MOVE SPACES TO WS-EDT-WARNED
                    PERFORM EDIT-ROUTE-ENTRY
                 END-IF
              WHEN WS-MNT-NAME = SPACES
                 MOVE "TYPE THE ROUTE NAME BESIDE THE COMMAND"
                    TO WS-PANEL-STATUS
              WHEN WS-MNT-FOUND = ZERO
                 STRING "NO ROUTE NAMED " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-MNT-NAME) DELIMITED BY SIZE
                     INTO WS-PANEL-STATUS
                 END-STRING
              WHEN WS-PANEL-CMD = "C"
                 MOVE WS-MNT-FOUND TO WS-EDT-SLOT
                 PERFORM LOAD-ROUTE-INTO-EDIT
                 MOVE SPACES TO WS-EDT-WARNED
                 STRING WS-EDR-SEVERITY DELIMITED BY SIZE
                     WS-EDR-COMPONENT DELIMITED BY SIZE
                     INTO WS-EDT-WARNED
                 END-STRING
                 STRING "CHANGE ROUTE " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-EDR-NAME) DELIMITED BY SIZE
                     INTO WS-EDT-TITLE
                 END-STRING
                 PERFORM EDIT-ROUTE-ENTRY
              WHEN WS-PANEL-CMD = "K"
                 IF WS-RTE-COUNT >= WS-ROUTE-MAX
                    MOVE "POLICY FULL - THE DISPATCHER TAKES 32 ROUTES"
                       TO WS-PANEL-STATUS
                 ELSE
                    MOVE ZERO TO WS-EDT-SLOT
                    PERFORM LOAD-ROUTE-INTO-EDIT
                    MOVE SPACES TO WS-EDT-WARNED
                    STRING "COPY OF ROUTE " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-EDR-NAME) DELIMITED BY SIZE
                        " - GIVE THE COPY ITS NAME" DELIMITED BY SIZE
                        INTO WS-EDT-TITLE
                    END-STRING
                    MOVE SPACES TO WS-EDR-NAME
                    PERFORM EDIT-ROUTE-ENTRY
                 END-IF
              WHEN OTHER
                 PERFORM DELETE-ROUTE-ENTRY
           END-EVALUATE.

       LOAD-ROUTE-INTO-EDIT.
           MOVE SPACES TO WS-EDT-TITLE
           MOVE WS-RTE-NAME(WS-MNT-FOUND) TO WS-EDR-NAME
           MOVE WS-RTE-COMPONENT(WS-MNT-FOUND) TO WS-EDR-COMPONENT
           MOVE WS-RTE-SEVERITY(WS-MNT-FOUND) TO WS-EDR-SEVERITY
           MOVE WS-RTE-TARGET(WS-MNT-FOUND) TO WS-EDR-TARGET.

       EDIT-ROUTE-ENTRY.
           MOVE SPACES TO WS-PANEL-STATUS
           MOVE "N" TO WS-EDT-DONE
           PERFORM UNTIL WS-EDT-DONE = "Y"
              MOVE SPACE TO WS-EDT-CMD
              DISPLAY ROUTE-EDIT-SCREEN
              ACCEPT ROUTE-EDIT-SCREEN
              MOVE SPACES TO WS-PANEL-STATUS
              EVALUATE FUNCTION UPPER-CASE(WS-EDT-CMD)
                 WHEN "S"
                    PERFORM CHECK-ROUTE-EDIT
                    IF WS-EDT-OK = "Y"
                       PERFORM STORE-ROUTE-EDIT
                       PERFORM WRITE-POLICY-FILE
                       IF WS-MNT-SAVED = "Y"
                          STRING "ROUTE " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-EDR-NAME)
                                 DELIMITED BY SIZE
                              " SAVED" DELIMITED BY SIZE
                              INTO WS-PANEL-STATUS
                          END-STRING
                       END-IF
                       MOVE "Y" TO WS-EDT-DONE
                    END-IF
                 WHEN "X"
                    MOVE "NOTHING SAVED" TO WS-PANEL-STATUS
                    MOVE "Y" TO WS-EDT-DONE
                 WHEN OTHER
                    MOVE "S SAVES THE ROUTE, X LEAVES WITHOUT SAVING"
                       TO WS-PANEL-STATUS
              END-EVALUATE
           END-PERFORM.

       CHECK-ROUTE-EDIT.
      *----------------------------------------------------------
      *What the dispatcher refuses when it loads the policy -
      *a route without COMPONENT or TARGET - plus a severity it
      *could never match. A route whose component and severity
      *another route already covers is warned about: the first
      *matching route in policy order takes the alert.
      *----------------------------------------------------------
           MOVE "Y" TO WS-EDT-OK
           MOVE FUNCTION TRIM(WS-EDR-NAME) TO WS-EDR-NAME
           MOVE FUNCTION TRIM(WS-EDR-COMPONENT) TO WS-EDR-COMPONENT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EDR-SEVERITY))
              TO WS-EDR-SEVERITY
           MOVE FUNCTION TRIM(WS-EDR-TARGET) TO WS-EDR-TARGET
           IF WS-EDR-SEVERITY = SPACES
              MOVE "ALL" TO WS-EDR-SEVERITY
           END-IF
           MOVE WS-EDR-COMPONENT TO WS-PAT-A
           PERFORM COUNT-PATTERN-STARS

           EVALUATE TRUE
              WHEN WS-EDR-NAME = SPACES
                 MOVE "N" TO WS-EDT-OK
                 MOVE "THE ROUTE NEEDS A NAME" TO WS-PANEL-STATUS
              WHEN WS-EDR-COMPONENT = SPACES
                 MOVE "N" TO WS-EDT-OK
                 MOVE "THE ROUTE NEEDS A COMPONENT PATTERN"
                    TO WS-PANEL-STATUS
              WHEN WS-PAT-STARS > 1
                 MOVE "N" TO WS-EDT-OK
                 MOVE "A COMPONENT PATTERN MAY CARRY ONE * ONLY"
                    TO WS-PANEL-STATUS
              WHEN WS-EDR-TARGET = SPACES
                 MOVE "N" TO WS-EDT-OK
                 MOVE "THE ROUTE NEEDS A TARGET" TO WS-PANEL-STATUS
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WS-EDT-OK = "Y"
              EVALUATE WS-EDR-SEVERITY
                 WHEN "ALL"
                 WHEN "TRACE"
                 WHEN "DEBUG"
                 WHEN "INFO"
                 WHEN "WARN"
                 WHEN "ERROR"
                 WHEN "FATAL"
                    CONTINUE
                 WHEN OTHER
                    MOVE "N" TO WS-EDT-OK
                    MOVE "USE TRACE DEBUG INFO WARN ERROR FATAL OR ALL"
                       TO WS-PANEL-STATUS
              END-EVALUATE
           END-IF

           IF WS-EDT-OK = "Y"
              PERFORM VARYING WS-RTE-IDX FROM 1 BY 1
                    UNTIL WS-RTE-IDX > WS-RTE-COUNT
                 IF WS-RTE-IDX NOT = WS-EDT-SLOT
                    AND WS-RTE-NAME(WS-RTE-IDX) = WS-EDR-NAME
                    MOVE "N" TO WS-EDT-OK
                 END-IF
              END-PERFORM
              IF WS-EDT-OK = "N"
                 STRING "THE POLICY ALREADY HAS A ROUTE NAMED "
                        DELIMITED BY SIZE
                     FUNCTION TRIM(WS-EDR-NAME) DELIMITED BY SIZE
                     INTO WS-PANEL-STATUS
                 END-STRING
              END-IF
           END-IF

           IF WS-EDT-OK = "Y"
              MOVE ZERO TO WS-EDT-CLASH
              PERFORM VARYING WS-RTE-IDX FROM 1 BY 1
                    UNTIL WS-RTE-IDX > WS-RTE-COUNT
                    OR WS-EDT-CLASH > ZERO
                 IF WS-RTE-IDX NOT = WS-EDT-SLOT
                    AND (WS-RTE-SEVERITY(WS-RTE-IDX) = "ALL"
                         OR WS-EDR-SEVERITY = "ALL"
                         OR WS-RTE-SEVERITY(WS-RTE-IDX)
                            = WS-EDR-SEVERITY)
                    MOVE WS-RTE-COMPONENT(WS-RTE-IDX) TO WS-PAT-A
                    MOVE WS-EDR-COMPONENT TO WS-PAT-B
                    PERFORM CHECK-PATTERN-OVERLAP
                    IF WS-OVERLAP = "Y"
                       MOVE WS-RTE-IDX TO WS-EDT-CLASH
                    END-IF
                 END-IF
              END-PERFORM
              MOVE SPACES TO WS-PAT-B
              STRING WS-EDR-SEVERITY DELIMITED BY SIZE
                  WS-EDR-COMPONENT DELIMITED BY SIZE
                  INTO WS-PAT-B
              END-STRING
              IF WS-EDT-CLASH > ZERO
                 AND WS-EDT-WARNED NOT = WS-PAT-B
                 MOVE "N" TO WS-EDT-OK
                 MOVE WS-PAT-B TO WS-EDT-WARNED
                 STRING "ROUTE " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-RTE-NAME(WS-EDT-CLASH))
                        DELIMITED BY SIZE
                     " COVERS THE SAME ALERTS - S AGAIN SAVES ANYWAY"
                        DELIMITED BY SIZE
                     INTO WS-PANEL-STATUS
                 END-STRING
              END-IF
           END-IF.

       STORE-ROUTE-EDIT.
           IF WS-EDT-SLOT = ZERO
              ADD 1 TO WS-RTE-COUNT
              MOVE WS-RTE-COUNT TO WS-EDT-SLOT
           END-IF
           MOVE WS-EDR-NAME TO WS-RTE-NAME(WS-EDT-SLOT)
           MOVE WS-EDR-COMPONENT TO WS-RTE-COMPONENT(WS-EDT-SLOT)
           MOVE WS-EDR-SEVERITY TO WS-RTE-SEVERITY(WS-EDT-SLOT)
           MOVE WS-EDR-TARGET TO WS-RTE-TARGET(WS-EDT-SLOT).

       DELETE-ROUTE-ENTRY.
      *----------------------------------------------------------
      *The dispatcher will not load a policy with no routes, so
      *the last one cannot be deleted from here.
      *----------------------------------------------------------
           IF WS-RTE-COUNT = 1
              MOVE "THE LAST ROUTE CANNOT BE DELETED - CHANGE IT"
                 TO WS-PANEL-STATUS
           ELSE
              PERFORM CONFIRM-ROUTE-DELETE
           END-IF.

       CONFIRM-ROUTE-DELETE.
           MOVE SPACES TO WS-CONFIRM-TEXT
           STRING "DELETE ROUTE " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RTE-NAME(WS-MNT-FOUND))
                  DELIMITED BY SIZE
               " FROM THE POLICY?" DELIMITED BY SIZE
               INTO WS-CONFIRM-TEXT
           END-STRING
           PERFORM ASK-CONFIRMATION
           IF WS-CONFIRM = "Y"
              MOVE WS-RTE-NAME(WS-MNT-FOUND) TO WS-EDR-NAME
              PERFORM VARYING WS-RTE-IDX FROM WS-MNT-FOUND BY 1
                    UNTIL WS-RTE-IDX >= WS-RTE-COUNT
                 MOVE WS-ROUTE-ENTRY(WS-RTE-IDX + 1)
                    TO WS-ROUTE-ENTRY(WS-RTE-IDX)
              END-PERFORM
              SUBTRACT 1 FROM WS-RTE-COUNT
              PERFORM WRITE-POLICY-FILE
              IF WS-MNT-SAVED = "Y"
                 STRING "ROUTE " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-EDR-NAME) DELIMITED BY SIZE
                     " DELETED" DELIMITED BY SIZE
                     INTO WS-PANEL-STATUS
                 END-STRING
              END-IF
           ELSE
              MOVE "NOTHING DELETED" TO WS-PANEL-STATUS
           END-IF.

       WRITE-POLICY-FILE.
      *----------------------------------------------------------
      *Rewritten and read back as the catalog is, under the same
      *rules for keeping the previous version and failed writes.
      *----------------------------------------------------------
           MOVE "Y" TO WS-MNT-SAVED
           MOVE WS-POLICY-PATH TO WS-MNT-FILE-PATH
           PERFORM KEEP-PREVIOUS-VERSION
           IF WS-MNT-SAVED = "Y"
              OPEN OUTPUT POLICY-FILE
              IF WS-POLICY-STATUS NOT = "00"
                 MOVE "N" TO WS-MNT-SAVED
                 MOVE SPACES TO WS-PANEL-STATUS
                 STRING "CANNOT WRITE POLICY FILE (STATUS "
                        DELIMITED BY SIZE
                     WS-POLICY-STATUS DELIMITED BY SIZE
                     ") - NOTHING SAVED" DELIMITED BY SIZE
                     INTO WS-PANEL-STATUS
                 END-STRING
              ELSE
                 PERFORM WRITE-POLICY-LINES
                 CLOSE POLICY-FILE
              END-IF
           END-IF
           PERFORM LOAD-POLICY-FOR-EDIT.

       WRITE-POLICY-LINES.
           PERFORM VARYING WS-RTE-IDX FROM 1 BY 1
                 UNTIL WS-RTE-IDX > WS-RTE-COUNT
                    OR WS-MNT-SAVED = "N"
              IF WS-RTE-IDX > 1
                 MOVE SPACES TO POLICY-RECORD
                 WRITE POLICY-RECORD
                 PERFORM CHECK-POLICY-WRITE
              END-IF
              MOVE "ROUTE" TO POL-KEYWORD
              MOVE WS-RTE-NAME(WS-RTE-IDX) TO POL-VALUE
              WRITE POLICY-RECORD
              PERFORM CHECK-POLICY-WRITE
              MOVE "COMPONENT" TO POL-KEYWORD
              MOVE WS-RTE-COMPONENT(WS-RTE-IDX) TO POL-VALUE
              WRITE POLICY-RECORD
              PERFORM CHECK-POLICY-WRITE
              MOVE "SEVERITY" TO POL-KEYWORD
              MOVE WS-RTE-SEVERITY(WS-RTE-IDX) TO POL-VALUE
              WRITE POLICY-RECORD
              PERFORM CHECK-POLICY-WRITE
              MOVE "TARGET" TO POL-KEYWORD
              MOVE WS-RTE-TARGET(WS-RTE-IDX) TO POL-VALUE
              WRITE POLICY-RECORD
              PERFORM CHECK-POLICY-WRITE
           END-PERFORM.

       CHECK-POLICY-WRITE.
           IF WS-POLICY-STATUS NOT = "00"
              AND WS-MNT-SAVED = "Y"
              MOVE "N" TO WS-MNT-SAVED
              MOVE SPACES TO WS-PANEL-STATUS
              STRING "POLICY WRITE FAILED (STATUS " DELIMITED BY SIZE
                  WS-POLICY-STATUS DELIMITED BY SIZE
                  ") - PREVIOUS VERSION IS IN .prev"
                     DELIMITED BY SIZE
                  INTO WS-PANEL-STATUS
              END-STRING
           END-IF.

       SHOW-MAINT-PAGE.
      *----------------------------------------------------------
      *One page of the maintenance list and its command line. A
      *status the last command left (saved, refused, not found)
      *is shown once, then cleared for the next command.
      *----------------------------------------------------------
           MOVE SPACES TO WS-RESULT-AREA
           MOVE ZERO TO WS-ROW-IDX
           PERFORM UNTIL WS-ROW-IDX >= WS-PAGE-SIZE
                 OR WS-TBL-POS + WS-ROW-IDX >= WS-TBL-COUNT
              ADD 1 TO WS-ROW-IDX
              COMPUTE WS-TBL-IDX = WS-TBL-POS + WS-ROW-IDX
              MOVE WS-TBL-LINE(WS-TBL-IDX)
                 TO WS-RES-LINE(WS-ROW-IDX)
           END-PERFORM

           IF WS-PANEL-STATUS = SPACES
              EVALUATE TRUE
                 WHEN WS-MNT-READ-ONLY = "Y"
                    MOVE WS-MNT-LOAD-MSG TO WS-PANEL-STATUS
                 WHEN WS-TBL-COUNT = ZERO
                    MOVE "NO ENTRIES YET - A ADDS THE FIRST ONE"
                       TO WS-PANEL-STATUS
                 WHEN WS-TBL-POS + WS-ROW-IDX < WS-TBL-COUNT
                    MOVE "MORE ENTRIES FOLLOW - N FOR THE NEXT PAGE"
                       TO WS-PANEL-STATUS
                 WHEN OTHER
                    STRING "END OF LIST - " DELIMITED BY SIZE
                        WS-TBL-COUNT DELIMITED BY SIZE
                        " ENTR(IES)" DELIMITED BY SIZE
                        INTO WS-PANEL-STATUS
                    END-STRING
              END-EVALUATE
           END-IF

           MOVE SPACE TO WS-PANEL-CMD
           MOVE SPACES TO WS-MNT-NAME
           DISPLAY MAINT-SCREEN
           ACCEPT MAINT-SCREEN
           MOVE FUNCTION UPPER-CASE(WS-PANEL-CMD) TO WS-PANEL-CMD
           MOVE SPACES TO WS-PANEL-STATUS.

       NEXT-MAINT-PAGE.
           IF WS-TBL-POS + WS-PAGE-SIZE < WS-TBL-COUNT
              ADD WS-PAGE-SIZE TO WS-TBL-POS
           ELSE
              MOVE ZERO TO WS-TBL-POS
           END-IF.

       ASK-CONFIRMATION.
           MOVE SPACE TO WS-CONFIRM
           DISPLAY CONFIRM-SCREEN
           ACCEPT CONFIRM-SCREEN
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM.

       KEEP-PREVIOUS-VERSION.
      *----------------------------------------------------------
      *The file as it stood goes to <file>.prev before each
      *rewrite, through the shell as the other file handling
      *here does; there is nothing to keep on a first save. A
      *copy that fails abandons the save, so the rewrite never
      *destroys the only copy of the file.
      *----------------------------------------------------------
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "test ! -f " DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               FUNCTION TRIM(WS-MNT-FILE-PATH) DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               " || cp " DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               FUNCTION TRIM(WS-MNT-FILE-PATH) DELIMITED BY SIZE
               '" "' DELIMITED BY SIZE
               FUNCTION TRIM(WS-MNT-FILE-PATH) DELIMITED BY SIZE
               '.prev"' DELIMITED BY SIZE
               INTO WS-SHELL-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-COMMAND
           MOVE RETURN-CODE TO WS-SHELL-RC
           IF WS-SHELL-RC NOT = 0
              MOVE "N" TO WS-MNT-SAVED
              MOVE "NO .prev COPY COULD BE MADE - NOTHING SAVED"
                 TO WS-PANEL-STATUS
           END-IF.

       COUNT-PATTERN-STARS.
           MOVE ZERO TO WS-PAT-STARS
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PAT-A))
              TO WS-PAT-A-LEN
           PERFORM VARYING WS-PAT-IDX FROM 1 BY 1
                 UNTIL WS-PAT-IDX > WS-PAT-A-LEN
              IF WS-PAT-A(WS-PAT-IDX:1) = "*"
                 ADD 1 TO WS-PAT-STARS
              END-IF
           END-PERFORM.

       CLASSIFY-KEYWORD.
      *----------------------------------------------------------
      *The export manager's full keyword set, as the preflight
      *validator classifies it, and the calendar keywords the
      *driver reads from a profile itself. A keyword outside it
      *falls through the manager's WHEN OTHER without a word at
      *run time; the driver-owned ones make the driver refuse
      *the whole catalog.
      *----------------------------------------------------------
           MOVE "N" TO WS-KW-KNOWN
           MOVE "N" TO WS-KW-DRIVER-OWNED
           EVALUATE FUNCTION TRIM(WS-KW-WORK)
              WHEN "INPUT-PATH"
              WHEN "OUTPUT-PATH"
              WHEN "CHECKPOINT-PATH"
              WHEN "DELTA-MODE"
              WHEN "HWM-PATH"
              WHEN "REJECT-PATH"
                 MOVE "Y" TO WS-KW-KNOWN
                 MOVE "Y" TO WS-KW-DRIVER-OWNED
              WHEN "OUTPUT-MODE"
              WHEN "EXPORT-MODE"
              WHEN "FILTER-SEV"
              WHEN "FILTER-FROM"
              WHEN "FILTER-TO"
              WHEN "ARCHIVE-MODE"
              WHEN "XMIT-DEST"
              WHEN "AUDIT-PATH"
              WHEN "REJECT-LIMIT"
              WHEN "INPUT-FORMAT"
              WHEN "ALERT-SEV"
              WHEN "ALERT-THRESHOLD"
              WHEN "ALERT-DIR"
              WHEN "INDEX-PATH"
              WHEN "MANIFEST-PATH"
              WHEN "REDACT-PATH"
              WHEN "SOURCE-TZ"
              WHEN "CLOCK-OFFSET"
              WHEN "EVENT-MODE"
              WHEN "RUN-FREQUENCY"
              WHEN "RUN-DAY"
              WHEN "FULL-RUN"
                 MOVE "Y" TO WS-KW-KNOWN
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       CHECK-PATTERN-OVERLAP.
      *----------------------------------------------------------
      *Splits both patterns at their first * and tests the two
      *compatibilities described at the work fields above. Exact
      *patterns are a prefix-and-suffix of themselves, so the
      *same test covers exact-versus-exact (equal names) and
      *exact-versus-wildcard (the exact name fits the pattern).
      *----------------------------------------------------------
           MOVE "N" TO WS-OVERLAP
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PAT-A))
              TO WS-PAT-A-LEN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PAT-B))
              TO WS-PAT-B-LEN
           MOVE ZERO TO WS-PAT-A-STAR WS-PAT-B-STAR
           PERFORM VARYING WS-PAT-IDX FROM 1 BY 1
                 UNTIL WS-PAT-IDX > WS-PAT-A-LEN
                 OR WS-PAT-A-STAR > 0
              IF WS-PAT-A(WS-PAT-IDX:1) = "*"
                 MOVE WS-PAT-IDX TO WS-PAT-A-STAR
              END-IF
           END-PERFORM
           PERFORM VARYING WS-PAT-IDX FROM 1 BY 1
                 UNTIL WS-PAT-IDX > WS-PAT-B-LEN
                 OR WS-PAT-B-STAR > 0
              IF WS-PAT-B(WS-PAT-IDX:1) = "*"
                 MOVE WS-PAT-IDX TO WS-PAT-B-STAR
              END-IF
           END-PERFORM

           IF WS-PAT-A-STAR = ZERO
              COMPUTE WS-PAT-A-PFX = WS-PAT-A-LEN
              MOVE ZERO TO WS-PAT-A-SFX
           ELSE
              COMPUTE WS-PAT-A-PFX = WS-PAT-A-STAR - 1
              COMPUTE WS-PAT-A-SFX = WS-PAT-A-LEN - WS-PAT-A-STAR
           END-IF
           IF WS-PAT-B-STAR = ZERO
              COMPUTE WS-PAT-B-PFX = WS-PAT-B-LEN
              MOVE ZERO TO WS-PAT-B-SFX
           ELSE
              COMPUTE WS-PAT-B-PFX = WS-PAT-B-STAR - 1
              COMPUTE WS-PAT-B-SFX = WS-PAT-B-LEN - WS-PAT-B-STAR
           END-IF

      *----------------------------------------------------------
      *Two exact patterns only collide when equal; one exact and
      *one wildcard collide when the exact name carries the
      *wildcard's prefix and suffix with room for both; two
      *wildcards collide when the shorter prefix leads the longer
      *and the shorter suffix trails the longer.
      *----------------------------------------------------------
           EVALUATE TRUE
              WHEN WS-PAT-A-STAR = ZERO AND WS-PAT-B-STAR = ZERO
                 IF WS-PAT-A-LEN = WS-PAT-B-LEN
                    AND WS-PAT-A(1:WS-PAT-A-LEN)
                       = WS-PAT-B(1:WS-PAT-B-LEN)
                    MOVE "Y" TO WS-OVERLAP
                 END-IF
              WHEN WS-PAT-A-STAR = ZERO
                 PERFORM CHECK-EXACT-A-FITS-B
              WHEN WS-PAT-B-STAR = ZERO
                 PERFORM CHECK-EXACT-B-FITS-A
              WHEN OTHER
                 MOVE "Y" TO WS-OVERLAP
                 IF WS-PAT-A-PFX <= WS-PAT-B-PFX
                    MOVE WS-PAT-A-PFX TO WS-PFX-SHORT
                 ELSE
                    MOVE WS-PAT-B-PFX TO WS-PFX-SHORT
                 END-IF
                 IF WS-PFX-SHORT > 0
                    AND WS-PAT-A(1:WS-PFX-SHORT)
                       NOT = WS-PAT-B(1:WS-PFX-SHORT)
                    MOVE "N" TO WS-OVERLAP
                 END-IF
                 IF WS-OVERLAP = "Y"
                    IF WS-PAT-A-SFX <= WS-PAT-B-SFX
                       MOVE WS-PAT-A-SFX TO WS-SFX-SHORT
                    ELSE
                       MOVE WS-PAT-B-SFX TO WS-SFX-SHORT
                    END-IF
                    IF WS-SFX-SHORT > 0
                       AND WS-PAT-A(WS-PAT-A-LEN - WS-SFX-SHORT
                          + 1:WS-SFX-SHORT)
                          NOT = WS-PAT-B(WS-PAT-B-LEN
                          - WS-SFX-SHORT + 1:WS-SFX-SHORT)
                       MOVE "N" TO WS-OVERLAP
                    END-IF
                 END-IF
           END-EVALUATE.

       CHECK-EXACT-A-FITS-B.
           IF WS-PAT-A-LEN >= WS-PAT-B-PFX + WS-PAT-B-SFX
              MOVE "Y" TO WS-OVERLAP
              IF WS-PAT-B-PFX > 0
                 AND WS-PAT-A(1:WS-PAT-B-PFX)
                    NOT = WS-PAT-B(1:WS-PAT-B-PFX)
                 MOVE "N" TO WS-OVERLAP
              END-IF
              IF WS-OVERLAP = "Y" AND WS-PAT-B-SFX > 0
                 AND WS-PAT-A(WS-PAT-A-LEN - WS-PAT-B-SFX + 1:
                    WS-PAT-B-SFX)
                    NOT = WS-PAT-B(WS-PAT-B-LEN - WS-PAT-B-SFX
                    + 1:WS-PAT-B-SFX)
                 MOVE "N" TO WS-OVERLAP
              END-IF
           END-IF.

       CHECK-EXACT-B-FITS-A.
           IF WS-PAT-B-LEN >= WS-PAT-A-PFX + WS-PAT-A-SFX
              MOVE "Y" TO WS-OVERLAP
              IF WS-PAT-A-PFX > 0
                 AND WS-PAT-B(1:WS-PAT-A-PFX)
                    NOT = WS-PAT-A(1:WS-PAT-A-PFX)
                 MOVE "N" TO WS-OVERLAP
              END-IF
              IF WS-OVERLAP = "Y" AND WS-PAT-A-SFX > 0
                 AND WS-PAT-B(WS-PAT-B-LEN - WS-PAT-A-SFX + 1:
                    WS-PAT-A-SFX)
                    NOT = WS-PAT-A(WS-PAT-A-LEN - WS-PAT-A-SFX
                    + 1:WS-PAT-A-SFX)
                 MOVE "N" TO WS-OVERLAP
              END-IF
           END-IF.

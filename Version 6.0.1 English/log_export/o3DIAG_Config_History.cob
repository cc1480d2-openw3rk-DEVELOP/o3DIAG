      *------------------------------
      *o3DIAG Configuration History
      *------------------------------
      *Copyright (c) openw3rk INVENT
      *License: MIT-License
      *------------------------------
      *https://openw3rk.de
      *https://o3diag.openw3rk.de
      *https://o3diag.openw3rk.de/help/develop/cobol
      *-----------------------------------------------
      *Versioned history of the configuration files the system
      *reads - parameter files, the driver's profile catalog, the
      *retention policy, the alert dispatcher's escalation policy
      *and any other file in the same "KEYWORD  VALUE" layout. The
      *preflight validator says whether tonight's files are
      *valid; this program says whether, and how, they changed.
      *
      *SNAPSHOT (the default action) is run every night. For each
      *CONFIG-FILE named in the parameter file it compares the
      *file as it stands with the latest version on record in the
      *history file (O3DCFG). A file that changed - or appears
      *for the first time - is recorded as a new version, and the
      *drift report lists keyword by keyword what was ADDED,
      *REMOVED or ALTERED since the version before. Keywords are
      *compared within the entry they belong to (the PROFILE,
      *ROUTE, DIRECTORY, SOURCE-DIR or RULE line above them), so a
      *FILTER-SEV added to one profile is reported against that
      *profile; a keyword repeated within one entry, such as the
      *consolidator's INPUT-PATH lines, is matched by its
      *occurrence. Comment and blank lines are kept in
      *the history but do not count as drift. A file that has
      *gone missing is recorded as a version with no lines.
      *
      *LIST shows the versions on record for one file. REBUILD
      *writes an earlier version of a file back out exactly as it
      *was recorded.
      *
      *Arguments: parameter file, then SNAPSHOT (default), or
      *LIST and the configuration file's path, or REBUILD, the
      *configuration file's path, the version number and an
      *optional output path (default the file's path with
      *".Vnnnnn" appended). The path must be given as the
      *CONFIG-FILE line names it.
      *-----------------------------------------------

       IDENTIFICATION DIVISION.
       PROGRAM-ID. O3DIAG-CONFIG-HISTORY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CONFIG-FILE ASSIGN TO DYNAMIC WS-CONFIG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT REBUILD-FILE ASSIGN TO DYNAMIC WS-REBUILD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REBUILD-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------
      *This program's own parameters, in the usual "KEYWORD
      *VALUE" layout: CONFIG-FILE (repeatable) names each file to
      *keep history for, HISTORY-PATH the history file and
      *REPORT-PATH the drift report.
      *----------------------------------------------------------
       FD  PARM-FILE.
           COPY O3DPARM.

      *----------------------------------------------------------
      *Any watched configuration file, read as keyword and value.
      *----------------------------------------------------------
       FD  CONFIG-FILE.
       01  CONFIG-RECORD.
           05  CFG-KEYWORD  PIC X(20).
           05  CFG-VALUE    PIC X(256).

       FD  HISTORY-FILE.
           COPY O3DCFG.

       FD  REBUILD-FILE.
       01  REBUILD-LINE     PIC X(276).

       FD  REPORT-FILE.
       01  REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-PATH    PIC X(256) VALUE SPACES.
       01  WS-PARM-STATUS       PIC XX.
       01  WS-PARM-EOF          PIC X VALUE "N".
       01  WS-ACTION-ARG        PIC X(8)   VALUE SPACES.
       01  WS-TARGET-ARG        PIC X(256) VALUE SPACES.
       01  WS-VERSION-ARG       PIC X(8)   VALUE SPACES.
       01  WS-OUTPUT-ARG        PIC X(256) VALUE SPACES.
       01  WS-CONFIG-PATH       PIC X(256) VALUE SPACES.
       01  WS-CONFIG-STATUS     PIC XX.
       01  WS-HISTORY-PATH      PIC X(256)
               VALUE "O3DIAG-CONFIG-HISTORY.LOG".
       01  WS-HISTORY-STATUS    PIC XX.
       01  WS-REBUILD-PATH      PIC X(270) VALUE SPACES.
       01  WS-REBUILD-STATUS    PIC XX.
       01  WS-REBUILD-OPEN      PIC X VALUE "N".
       01  WS-REPORT-FILE-PATH  PIC X(256)
               VALUE "O3DIAG-CONFIG-DRIFT.TXT".
       01  WS-REPORT-STATUS     PIC XX.
       01  WS-READ-EOF          PIC X VALUE "N".
       01  WS-RUN-STAMP         PIC X(21) VALUE SPACES.

      *----------------------------------------------------------
      *Distinct RETURN-CODE values. Drift found is a code of its
      *own, so the scheduler can page someone when tonight's
      *configuration is not last night's; first versions of newly
      *watched files are not drift.
      *----------------------------------------------------------
       01  WS-RC-PARM-OPEN-FAILED    PIC 9(4) VALUE 10.
       01  WS-RC-PARM-INVALID        PIC 9(4) VALUE 12.
       01  WS-RC-HISTORY-FAILED      PIC 9(4) VALUE 14.
       01  WS-RC-REPORT-FAILED       PIC 9(4) VALUE 16.
       01  WS-RC-REBUILD-FAILED      PIC 9(4) VALUE 18.
       01  WS-RC-DRIFT-FOUND         PIC 9(4) VALUE 20.
       01  WS-RC-NO-SUCH-VERSION     PIC 9(4) VALUE 22.
       01  WS-RC-FILE-TOO-LONG       PIC 9(4) VALUE 24.

      *----------------------------------------------------------
      *Watched configuration files, in parameter file order.
      *----------------------------------------------------------
       01  WS-CFG-MAX           PIC 9(2)   VALUE 32.
       01  WS-CFG-COUNT         PIC 9(2)   VALUE ZERO.
       01  WS-CFG-IDX           PIC 9(2)   VALUE ZERO.
       01  WS-CFG-TABLE.
           05  WS-CFG-PATH OCCURS 32 TIMES PIC X(256).

      *----------------------------------------------------------
      *The latest version on record for the file in hand, and
      *its lines as recorded (WS-OLD-...), against the file as it
      *stands tonight (WS-NEW-...). Every line is kept for the
      *rebuild; only keyword lines carry a comparison key
      *(occurrence zero marks a comment or blank line). A file
      *longer than the table stops the run rather than being
      *recorded in part.
      *----------------------------------------------------------
       01  WS-LAST-VERSION      PIC 9(5)   VALUE ZERO.
       01  WS-LAST-STAMP        PIC X(21)  VALUE SPACES.
       01  WS-NEW-VERSION       PIC 9(5)   VALUE ZERO.
       01  WS-CONFIG-FOUND      PIC X      VALUE "N".
       01  WS-RAW-CHANGED       PIC X      VALUE "N".
       01  WS-CUR-SECTION       PIC X(64)  VALUE SPACES.
       01  WS-LINE-MAX          PIC 9(4)   VALUE 1024.
       01  WS-OLD-COUNT         PIC 9(4)   VALUE ZERO.
       01  WS-OLD-IDX           PIC 9(4)   VALUE ZERO.
       01  WS-OLD-FOUND         PIC 9(4)   VALUE ZERO.
       01  WS-OLD-TABLE.
           05  WS-OLD-ENTRY OCCURS 1024 TIMES.
               10  WS-OLD-SECTION   PIC X(64).
               10  WS-OLD-OCC       PIC 9(3).
               10  WS-OLD-LINE.
                   15  WS-OLD-KEYWORD   PIC X(20).
                   15  WS-OLD-VALUE     PIC X(256).
               10  WS-OLD-MATCHED   PIC X.
       01  WS-NEW-COUNT         PIC 9(4)   VALUE ZERO.
       01  WS-NEW-IDX           PIC 9(4)   VALUE ZERO.
       01  WS-SCAN-IDX          PIC 9(4)   VALUE ZERO.
       01  WS-NEW-TABLE.
           05  WS-NEW-ENTRY OCCURS 1024 TIMES.
               10  WS-NEW-SECTION   PIC X(64).
               10  WS-NEW-OCC       PIC 9(3).
               10  WS-NEW-LINE.
                   15  WS-NEW-KEYWORD   PIC X(20).
                   15  WS-NEW-VALUE     PIC X(256).

      *----------------------------------------------------------
      *Drift counts for the file in hand and for the whole run.
      *----------------------------------------------------------
       01  WS-FILE-ADDED        PIC 9(5) VALUE ZERO.
       01  WS-FILE-REMOVED      PIC 9(5) VALUE ZERO.
       01  WS-FILE-ALTERED      PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-ADDED       PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-REMOVED     PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-ALTERED     PIC 9(7) VALUE ZERO.
       01  WS-FILES-CHANGED     PIC 9(4) VALUE ZERO.
       01  WS-FILES-FIRST       PIC 9(4) VALUE ZERO.
       01  WS-FILES-UNCHANGED   PIC 9(4) VALUE ZERO.
       01  WS-FILES-MISSING     PIC 9(4) VALUE ZERO.

      *----------------------------------------------------------
      *LIST and REBUILD work fields.
      *----------------------------------------------------------
       01  WS-NUM-DIGITS        PIC X(8)   VALUE SPACES.
       01  WS-NUM-LEN           PIC 9(4)   VALUE ZERO.
       01  WS-WANTED-VERSION    PIC 9(5)   VALUE ZERO.
       01  WS-VERSIONS-FOUND    PIC 9(5)   VALUE ZERO.
       01  WS-LINES-WRITTEN     PIC 9(5)   VALUE ZERO.
       01  WS-STAMP-TEXT        PIC X(19)  VALUE SPACES.
       01  WS-OUT-PTR           PIC 9(4)   VALUE ZERO.

      *----------------------------------------------------------
      *Report line layouts.
      *----------------------------------------------------------
       01  WS-DRIFT-LINE.
           05  FILLER           PIC XX    VALUE SPACES.
           05  DRF-ACTION       PIC X(8).
           05  FILLER           PIC X     VALUE SPACE.
           05  DRF-SECTION      PIC X(30).
           05  FILLER           PIC X     VALUE SPACE.
           05  DRF-KEYWORD      PIC X(20).
           05  FILLER           PIC X     VALUE SPACE.
           05  DRF-OCC          PIC ZZZ.
           05  FILLER           PIC X     VALUE SPACE.
           05  DRF-VALUE        PIC X(65).

       01  WS-DRIFT-HEADING.
           05  FILLER           PIC XX    VALUE SPACES.
           05  FILLER           PIC X(9)  VALUE "DRIFT".
           05  FILLER           PIC X(31) VALUE "ENTRY".
           05  FILLER           PIC X(21) VALUE "KEYWORD".
           05  FILLER           PIC X(4)  VALUE "  #".
           05  FILLER           PIC X(5)  VALUE "VALUE".

       01  WS-VERSION-LINE.
           05  FILLER           PIC XX    VALUE SPACES.
           05  FILLER           PIC X(8)  VALUE "VERSION".
           05  VRL-VERSION      PIC ZZZZ9.
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  VRL-STAMP        PIC X(19).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  VRL-LINES        PIC ZZZZ9.
           05  FILLER           PIC X(9)  VALUE " LINE(S) ".
           05  FILLER           PIC X(7)  VALUE " ADDED ".
           05  VRL-ADDED        PIC ZZZZ9.
           05  FILLER           PIC X(9)  VALUE " REMOVED ".
           05  VRL-REMOVED      PIC ZZZZ9.
           05  FILLER           PIC X(9)  VALUE " ALTERED ".
           05  VRL-ALTERED      PIC ZZZZ9.

       01  WS-TOTAL-LINE.
           05  FILLER           PIC XX    VALUE SPACES.
           05  TOT-LABEL        PIC X(40).
           05  TOT-VALUE        PIC ZZZ,ZZZ,ZZ9.

       01  WS-VERSION-EDIT      PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP

           ACCEPT WS-PARM-FILE-PATH FROM ARGUMENT-VALUE
           MOVE SPACES TO WS-ACTION-ARG
           ACCEPT WS-ACTION-ARG FROM ARGUMENT-VALUE
              ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-ACTION-ARG = SPACES
              MOVE "SNAPSHOT" TO WS-ACTION-ARG
           END-IF
           IF WS-ACTION-ARG = "LIST" OR WS-ACTION-ARG = "REBUILD"
              ACCEPT WS-TARGET-ARG FROM ARGUMENT-VALUE
                 ON EXCEPTION CONTINUE
              END-ACCEPT
           END-IF
           IF WS-ACTION-ARG = "REBUILD"
              ACCEPT WS-VERSION-ARG FROM ARGUMENT-VALUE
                 ON EXCEPTION CONTINUE
              END-ACCEPT
              ACCEPT WS-OUTPUT-ARG FROM ARGUMENT-VALUE
                 ON EXCEPTION CONTINUE
              END-ACCEPT
           END-IF

           IF WS-PARM-FILE-PATH = SPACES
              OR (WS-ACTION-ARG NOT = "SNAPSHOT"
                  AND WS-ACTION-ARG NOT = "LIST"
                  AND WS-ACTION-ARG NOT = "REBUILD")
              OR (WS-ACTION-ARG NOT = "SNAPSHOT"
                  AND WS-TARGET-ARG = SPACES)
              OR (WS-ACTION-ARG = "REBUILD"
                  AND WS-VERSION-ARG = SPACES)
              DISPLAY "O3DIAG-CONFIG-HISTORY: usage is parm-file "
                 "[SNAPSHOT | LIST config-file | REBUILD "
                 "config-file version [output-file]]"
              MOVE WS-RC-PARM-INVALID TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM READ-PARM-FILE

           EVALUATE WS-ACTION-ARG
              WHEN "LIST"
                 PERFORM LIST-VERSIONS
              WHEN "REBUILD"
                 PERFORM REBUILD-VERSION
              WHEN OTHER
                 PERFORM SNAPSHOT-ALL-FILES
           END-EVALUATE
           STOP RUN.

       READ-PARM-FILE.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
              DISPLAY "O3DIAG-CONFIG-HISTORY: cannot open parameter "
                 "file " FUNCTION TRIM(WS-PARM-FILE-PATH)
                 " (file status " WS-PARM-STATUS ")"
              MOVE WS-RC-PARM-OPEN-FAILED TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL WS-PARM-EOF = "Y"
              READ PARM-FILE
                 AT END MOVE "Y" TO WS-PARM-EOF
                 NOT AT END PERFORM APPLY-PARM-LINE
              END-READ
           END-PERFORM
           CLOSE PARM-FILE.

       APPLY-PARM-LINE.
           EVALUATE FUNCTION TRIM(PARM-KEYWORD)
              WHEN "CONFIG-FILE"
                 IF WS-CFG-COUNT >= WS-CFG-MAX
                    DISPLAY "O3DIAG-CONFIG-HISTORY: more than "
                       WS-CFG-MAX " CONFIG-FILE lines"
                    CLOSE PARM-FILE
                    MOVE WS-RC-PARM-INVALID TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-CFG-COUNT
                 MOVE FUNCTION TRIM(PARM-VALUE)
                    TO WS-CFG-PATH(WS-CFG-COUNT)
              WHEN "HISTORY-PATH"
                 MOVE FUNCTION TRIM(PARM-VALUE) TO WS-HISTORY-PATH
              WHEN "REPORT-PATH"
                 MOVE FUNCTION TRIM(PARM-VALUE)
                    TO WS-REPORT-FILE-PATH
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
                 DISPLAY "O3DIAG-CONFIG-HISTORY: unrecognised "
                    "keyword " FUNCTION TRIM(PARM-KEYWORD)
                 CLOSE PARM-FILE
                 MOVE WS-RC-PARM-INVALID TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       SNAPSHOT-ALL-FILES.
           IF WS-CFG-COUNT = ZERO
              DISPLAY "O3DIAG-CONFIG-HISTORY: parameter file "
                 FUNCTION TRIM(WS-PARM-FILE-PATH)
                 " names no CONFIG-FILE"
              MOVE WS-RC-PARM-INVALID TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "O3DIAG-CONFIG-HISTORY: cannot open report "
                 "file " FUNCTION TRIM(WS-REPORT-FILE-PATH)
                 " (file status " WS-REPORT-STATUS ")"
              MOVE WS-RC-REPORT-FAILED TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "o3DIAG CONFIGURATION DRIFT REPORT" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-RUN-STAMP TO WS-LAST-STAMP
           PERFORM FORMAT-STAMP
           MOVE SPACES TO REPORT-LINE
           STRING "RUN: " DELIMITED BY SIZE
               WS-STAMP-TEXT DELIMITED BY SIZE
               "  HISTORY FILE: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-HISTORY-PATH) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-CFG-IDX FROM 1 BY 1
                 UNTIL WS-CFG-IDX > WS-CFG-COUNT
              PERFORM SNAPSHOT-ONE-FILE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "FILES WATCHED" TO TOT-LABEL
           MOVE WS-CFG-COUNT TO TOT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "FILES CHANGED" TO TOT-LABEL
           MOVE WS-FILES-CHANGED TO TOT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "FILES UNCHANGED" TO TOT-LABEL
           MOVE WS-FILES-UNCHANGED TO TOT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "FIRST VERSIONS RECORDED" TO TOT-LABEL
           MOVE WS-FILES-FIRST TO TOT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "FILES NOT FOUND OR UNREADABLE" TO TOT-LABEL
           MOVE WS-FILES-MISSING TO TOT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "KEYWORDS ADDED" TO TOT-LABEL
           MOVE WS-TOTAL-ADDED TO TOT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "KEYWORDS REMOVED" TO TOT-LABEL
           MOVE WS-TOTAL-REMOVED TO TOT-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE "KEYWORDS ALTERED" TO TOT-LABEL
           MOVE WS-TOTAL-ALTERED TO TOT-VALUE
           PERFORM WRITE-TOTAL-LINE
           CLOSE REPORT-FILE

           DISPLAY "o3DIAG Config History: " WS-CFG-COUNT
              " file(s) watched, " WS-FILES-CHANGED " changed, "
              WS-FILES-FIRST " first version(s), " WS-FILES-MISSING
              " not found - report written to "
              FUNCTION TRIM(WS-REPORT-FILE-PATH)
           IF WS-FILES-CHANGED > ZERO
              MOVE WS-RC-DRIFT-FOUND TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

       SNAPSHOT-ONE-FILE.
           MOVE WS-CFG-PATH(WS-CFG-IDX) TO WS-CONFIG-PATH
           PERFORM LOAD-LATEST-VERSION
           PERFORM READ-CURRENT-CONFIG

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CONFIG FILE: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CONFIG-PATH) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE WS-LAST-VERSION TO WS-VERSION-EDIT
           PERFORM FORMAT-STAMP
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
              WHEN WS-CONFIG-FOUND = "E"
                 STRING "  CANNOT BE READ (FILE STATUS "
                        DELIMITED BY SIZE
                     WS-CONFIG-STATUS DELIMITED BY SIZE
                     ") - NOTHING RECORDED" DELIMITED BY SIZE
                     INTO REPORT-LINE
                 END-STRING
                 PERFORM WRITE-REPORT-LINE
                 ADD 1 TO WS-FILES-MISSING
              WHEN WS-CONFIG-FOUND = "N" AND WS-LAST-VERSION = ZERO
                 MOVE "  NOT FOUND - NO VERSION ON RECORD"
                    TO REPORT-LINE
                 PERFORM WRITE-REPORT-LINE
                 ADD 1 TO WS-FILES-MISSING
              WHEN OTHER
                 PERFORM CHECK-RAW-CHANGE
                 IF WS-RAW-CHANGED = "N"
                    IF WS-CONFIG-FOUND = "N"
                       STRING "  STILL NOT FOUND - RECORDED AS "
                              DELIMITED BY SIZE
                           "REMOVED IN VERSION " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-VERSION-EDIT)
                              DELIMITED BY SIZE
                           INTO REPORT-LINE
                       END-STRING
                       ADD 1 TO WS-FILES-MISSING
                    ELSE
                       STRING "  UNCHANGED SINCE VERSION "
                              DELIMITED BY SIZE
                           FUNCTION TRIM(WS-VERSION-EDIT)
                              DELIMITED BY SIZE
                           " OF " DELIMITED BY SIZE
                           WS-STAMP-TEXT DELIMITED BY SIZE
                           INTO REPORT-LINE
                       END-STRING
                       ADD 1 TO WS-FILES-UNCHANGED
                    END-IF
                    PERFORM WRITE-REPORT-LINE
                 ELSE
                    PERFORM RECORD-CHANGED-FILE
                 END-IF
           END-EVALUATE.

       RECORD-CHANGED-FILE.
      *----------------------------------------------------------
      *A new version: say what it replaces, list the keyword
      *drift against it, then append the version to the history.
      *A first version has nothing to drift from.
      *----------------------------------------------------------
           COMPUTE WS-NEW-VERSION = WS-LAST-VERSION + 1
           MOVE ZERO TO WS-FILE-ADDED WS-FILE-REMOVED
              WS-FILE-ALTERED
           MOVE SPACES TO REPORT-LINE
           IF WS-LAST-VERSION = ZERO
              MOVE WS-NEW-VERSION TO WS-VERSION-EDIT
              STRING "  VERSION " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VERSION-EDIT)
                     DELIMITED BY SIZE
                  " RECORDED - FIRST VERSION ON RECORD"
                     DELIMITED BY SIZE
                  INTO REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
              ADD 1 TO WS-FILES-FIRST
           ELSE
              MOVE WS-NEW-VERSION TO WS-VERSION-EDIT
              MOVE 1 TO WS-OUT-PTR
              STRING "  VERSION " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VERSION-EDIT)
                     DELIMITED BY SIZE
                  " RECORDED - " DELIMITED BY SIZE
                  INTO REPORT-LINE WITH POINTER WS-OUT-PTR
              END-STRING
              MOVE WS-LAST-VERSION TO WS-VERSION-EDIT
              IF WS-CONFIG-FOUND = "N"
                 STRING "FILE NOT FOUND, LAST SEEN IN VERSION "
                        DELIMITED BY SIZE
                     FUNCTION TRIM(WS-VERSION-EDIT)
                        DELIMITED BY SIZE
                     " OF " DELIMITED BY SIZE
                     WS-STAMP-TEXT DELIMITED BY SIZE
                     INTO REPORT-LINE WITH POINTER WS-OUT-PTR
                 END-STRING
              ELSE
                 STRING "CHANGED SINCE VERSION " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-VERSION-EDIT)
                        DELIMITED BY SIZE
                     " OF " DELIMITED BY SIZE
                     WS-STAMP-TEXT DELIMITED BY SIZE
                     INTO REPORT-LINE WITH POINTER WS-OUT-PTR
                 END-STRING
              END-IF
              PERFORM WRITE-REPORT-LINE
              MOVE WS-DRIFT-HEADING TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              PERFORM COMPARE-KEYWORDS
              IF WS-FILE-ADDED = ZERO AND WS-FILE-REMOVED = ZERO
                 AND WS-FILE-ALTERED = ZERO
                 MOVE "  (comment or layout change only)"
                    TO REPORT-LINE
                 PERFORM WRITE-REPORT-LINE
              END-IF
              ADD 1 TO WS-FILES-CHANGED
              ADD WS-FILE-ADDED TO WS-TOTAL-ADDED
              ADD WS-FILE-REMOVED TO WS-TOTAL-REMOVED
              ADD WS-FILE-ALTERED TO WS-TOTAL-ALTERED
           END-IF
           PERFORM APPEND-NEW-VERSION.

       LOAD-LATEST-VERSION.
      *----------------------------------------------------------
      *The history is appended in version order, so the lines of
      *the highest version seen so far follow its header; a
      *higher header starts the table afresh. No history file
      *yet means no versions.
      *----------------------------------------------------------
           MOVE ZERO TO WS-LAST-VERSION WS-OLD-COUNT
           MOVE SPACES TO WS-LAST-STAMP
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "35"
              IF WS-HISTORY-STATUS NOT = "00"
                 DISPLAY "O3DIAG-CONFIG-HISTORY: cannot open "
                    "history file " FUNCTION TRIM(WS-HISTORY-PATH)
                    " (file status " WS-HISTORY-STATUS ")"
                 MOVE WS-RC-HISTORY-FAILED TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE "N" TO WS-READ-EOF
              PERFORM UNTIL WS-READ-EOF = "Y"
                 READ HISTORY-FILE
                    AT END MOVE "Y" TO WS-READ-EOF
                    NOT AT END
                       IF CFH-FILE-PATH = WS-CONFIG-PATH
                          PERFORM TAKE-HISTORY-RECORD
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HISTORY-FILE
           END-IF.

       TAKE-HISTORY-RECORD.
           IF CFH-RECORD-TYPE = "V"
              AND CFH-VERSION > WS-LAST-VERSION
              MOVE CFH-VERSION TO WS-LAST-VERSION
              MOVE CFH-TIMESTAMP TO WS-LAST-STAMP
              MOVE ZERO TO WS-OLD-COUNT
           END-IF
           IF CFH-RECORD-TYPE = "L"
              AND CFH-VERSION = WS-LAST-VERSION
              IF WS-OLD-COUNT >= WS-LINE-MAX
                 DISPLAY "O3DIAG-CONFIG-HISTORY: version "
                    CFH-VERSION " of " FUNCTION TRIM(WS-CONFIG-PATH)
                    " holds more than " WS-LINE-MAX " lines"
                 CLOSE HISTORY-FILE
                 MOVE WS-RC-FILE-TOO-LONG TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-OLD-COUNT
              MOVE CFH-SECTION TO WS-OLD-SECTION(WS-OLD-COUNT)
              MOVE CFH-OCCURRENCE TO WS-OLD-OCC(WS-OLD-COUNT)
              MOVE CFH-LINE TO WS-OLD-LINE(WS-OLD-COUNT)
              MOVE "N" TO WS-OLD-MATCHED(WS-OLD-COUNT)
           END-IF.

       READ-CURRENT-CONFIG.
      *----------------------------------------------------------
      *WS-CONFIG-FOUND: Y read, N not there (status 35), E there
      *but unreadable - a file we cannot read is not evidence of
      *removal, so nothing is recorded for it.
      *----------------------------------------------------------
           MOVE ZERO TO WS-NEW-COUNT
           MOVE SPACES TO WS-CUR-SECTION
           OPEN INPUT CONFIG-FILE
           EVALUATE WS-CONFIG-STATUS
              WHEN "00"
                 MOVE "Y" TO WS-CONFIG-FOUND
              WHEN "35"
                 MOVE "N" TO WS-CONFIG-FOUND
              WHEN OTHER
                 MOVE "E" TO WS-CONFIG-FOUND
           END-EVALUATE
           IF WS-CONFIG-FOUND = "Y"
              MOVE "N" TO WS-READ-EOF
              PERFORM UNTIL WS-READ-EOF = "Y"
                 READ CONFIG-FILE
                    AT END MOVE "Y" TO WS-READ-EOF
                    NOT AT END PERFORM TAKE-CONFIG-LINE
                 END-READ
              END-PERFORM
              CLOSE CONFIG-FILE
           END-IF.

       TAKE-CONFIG-LINE.
           IF WS-NEW-COUNT >= WS-LINE-MAX
              DISPLAY "O3DIAG-CONFIG-HISTORY: "
                 FUNCTION TRIM(WS-CONFIG-PATH) " holds more than "
                 WS-LINE-MAX " lines"
              CLOSE CONFIG-FILE
              MOVE WS-RC-FILE-TOO-LONG TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-NEW-COUNT
           MOVE CONFIG-RECORD TO WS-NEW-LINE(WS-NEW-COUNT)
           MOVE SPACES TO WS-NEW-SECTION(WS-NEW-COUNT)
           MOVE ZERO TO WS-NEW-OCC(WS-NEW-COUNT)
           IF CFG-KEYWORD NOT = SPACES
              AND CFG-KEYWORD(1:1) NOT = "*"
              EVALUATE FUNCTION TRIM(CFG-KEYWORD)
                 WHEN "PROFILE"
                 WHEN "ROUTE"
                 WHEN "DIRECTORY"
                 WHEN "SOURCE-DIR"
                 WHEN "RULE"
                    MOVE FUNCTION TRIM(CFG-VALUE) TO WS-CUR-SECTION
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              MOVE WS-CUR-SECTION TO WS-NEW-SECTION(WS-NEW-COUNT)
              MOVE 1 TO WS-NEW-OCC(WS-NEW-COUNT)
              PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                    UNTIL WS-SCAN-IDX >= WS-NEW-COUNT
                 IF WS-NEW-OCC(WS-SCAN-IDX) > ZERO
                    AND WS-NEW-SECTION(WS-SCAN-IDX) = WS-CUR-SECTION
                    AND WS-NEW-KEYWORD(WS-SCAN-IDX) = CFG-KEYWORD
                    ADD 1 TO WS-NEW-OCC(WS-NEW-COUNT)
                 END-IF
              END-PERFORM
           END-IF.

       CHECK-RAW-CHANGE.
      *----------------------------------------------------------
      *Any difference at all, comments included, makes a new
      *version - the rebuild has to give back the file as it
      *was. A file that is gone is a change once, the first night
      *it is missing.
      *----------------------------------------------------------
           MOVE "N" TO WS-RAW-CHANGED
           IF WS-CONFIG-FOUND = "N"
              IF WS-OLD-COUNT > ZERO
                 MOVE "Y" TO WS-RAW-CHANGED
              END-IF
           ELSE
              IF WS-LAST-VERSION = ZERO
                 OR WS-NEW-COUNT NOT = WS-OLD-COUNT
                 MOVE "Y" TO WS-RAW-CHANGED
              ELSE
                 PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                       UNTIL WS-NEW-IDX > WS-NEW-COUNT
                       OR WS-RAW-CHANGED = "Y"
                    IF WS-NEW-LINE(WS-NEW-IDX)
                          NOT = WS-OLD-LINE(WS-NEW-IDX)
                       MOVE "Y" TO WS-RAW-CHANGED
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.

       COMPARE-KEYWORDS.
      *----------------------------------------------------------
      *Keyword lines are matched on entry, keyword and occurrence
      *within the entry: matched with a different value is
      *ALTERED, unmatched tonight is ADDED, unmatched on record
      *is REMOVED.
      *----------------------------------------------------------
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                 UNTIL WS-NEW-IDX > WS-NEW-COUNT
              IF WS-NEW-OCC(WS-NEW-IDX) > ZERO
                 PERFORM COMPARE-ONE-KEYWORD
              END-IF
           END-PERFORM
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                 UNTIL WS-OLD-IDX > WS-OLD-COUNT
              IF WS-OLD-OCC(WS-OLD-IDX) > ZERO
                 AND WS-OLD-MATCHED(WS-OLD-IDX) = "N"
                 ADD 1 TO WS-FILE-REMOVED
                 MOVE "REMOVED" TO DRF-ACTION
                 MOVE WS-OLD-SECTION(WS-OLD-IDX) TO DRF-SECTION
                 MOVE WS-OLD-KEYWORD(WS-OLD-IDX) TO DRF-KEYWORD
                 MOVE WS-OLD-OCC(WS-OLD-IDX) TO DRF-OCC
                 MOVE WS-OLD-VALUE(WS-OLD-IDX) TO DRF-VALUE
                 PERFORM WRITE-DRIFT-LINE
              END-IF
           END-PERFORM.

       COMPARE-ONE-KEYWORD.
           MOVE ZERO TO WS-OLD-FOUND
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                 UNTIL WS-OLD-IDX > WS-OLD-COUNT
                 OR WS-OLD-FOUND > 0
              IF WS-OLD-OCC(WS-OLD-IDX) = WS-NEW-OCC(WS-NEW-IDX)
                 AND WS-OLD-SECTION(WS-OLD-IDX)
                    = WS-NEW-SECTION(WS-NEW-IDX)
                 AND WS-OLD-KEYWORD(WS-OLD-IDX)
                    = WS-NEW-KEYWORD(WS-NEW-IDX)
                 MOVE WS-OLD-IDX TO WS-OLD-FOUND
              END-IF
           END-PERFORM
           MOVE WS-NEW-SECTION(WS-NEW-IDX) TO DRF-SECTION
           MOVE WS-NEW-KEYWORD(WS-NEW-IDX) TO DRF-KEYWORD
           MOVE WS-NEW-OCC(WS-NEW-IDX) TO DRF-OCC
           MOVE WS-NEW-VALUE(WS-NEW-IDX) TO DRF-VALUE
           IF WS-OLD-FOUND = ZERO
              ADD 1 TO WS-FILE-ADDED
              MOVE "ADDED" TO DRF-ACTION
              PERFORM WRITE-DRIFT-LINE
           ELSE
              MOVE "Y" TO WS-OLD-MATCHED(WS-OLD-FOUND)
              IF WS-OLD-VALUE(WS-OLD-FOUND)
                    NOT = WS-NEW-VALUE(WS-NEW-IDX)
                 ADD 1 TO WS-FILE-ALTERED
                 MOVE "ALTERED" TO DRF-ACTION
                 PERFORM WRITE-DRIFT-LINE
                 MOVE "  WAS" TO DRF-ACTION
                 MOVE SPACES TO DRF-SECTION DRF-KEYWORD
                 MOVE ZERO TO DRF-OCC
                 MOVE WS-OLD-VALUE(WS-OLD-FOUND) TO DRF-VALUE
                 PERFORM WRITE-DRIFT-LINE
              END-IF
           END-IF.

       WRITE-DRIFT-LINE.
           IF DRF-SECTION = SPACES AND DRF-KEYWORD NOT = SPACES
              MOVE "(top level)" TO DRF-SECTION
           END-IF
           MOVE WS-DRIFT-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       APPEND-NEW-VERSION.
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
              OPEN OUTPUT HISTORY-FILE
           END-IF
           IF WS-HISTORY-STATUS NOT = "00"
              DISPLAY "O3DIAG-CONFIG-HISTORY: cannot open history "
                 "file " FUNCTION TRIM(WS-HISTORY-PATH)
                 " for append (file status " WS-HISTORY-STATUS ")"
              CLOSE REPORT-FILE
              MOVE WS-RC-HISTORY-FAILED TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO CONFIG-HISTORY-RECORD
           MOVE "V" TO CFH-RECORD-TYPE
           MOVE WS-CONFIG-PATH TO CFH-FILE-PATH
           MOVE WS-NEW-VERSION TO CFH-VERSION
           MOVE WS-RUN-STAMP TO CFH-TIMESTAMP
           MOVE WS-NEW-COUNT TO CFH-LINE-COUNT
           MOVE WS-FILE-ADDED TO CFH-ADDED
           MOVE WS-FILE-REMOVED TO CFH-REMOVED
           MOVE WS-FILE-ALTERED TO CFH-ALTERED
           PERFORM WRITE-HISTORY-RECORD

           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                 UNTIL WS-NEW-IDX > WS-NEW-COUNT
              MOVE SPACES TO CONFIG-HISTORY-RECORD
              MOVE "L" TO CFH-RECORD-TYPE
              MOVE WS-CONFIG-PATH TO CFH-FILE-PATH
              MOVE WS-NEW-VERSION TO CFH-VERSION
              MOVE WS-RUN-STAMP TO CFH-TIMESTAMP
              MOVE WS-NEW-SECTION(WS-NEW-IDX) TO CFH-SECTION
              MOVE WS-NEW-OCC(WS-NEW-IDX) TO CFH-OCCURRENCE
              MOVE WS-NEW-LINE(WS-NEW-IDX) TO CFH-LINE
              PERFORM WRITE-HISTORY-RECORD
           END-PERFORM
           CLOSE HISTORY-FILE.

       WRITE-HISTORY-RECORD.
           WRITE CONFIG-HISTORY-RECORD
           IF WS-HISTORY-STATUS NOT = "00"
              DISPLAY "O3DIAG-CONFIG-HISTORY: write failed to "
                 "history file " FUNCTION TRIM(WS-HISTORY-PATH)
                 " (file status " WS-HISTORY-STATUS ")"
              CLOSE HISTORY-FILE
              CLOSE REPORT-FILE
              MOVE WS-RC-HISTORY-FAILED TO RETURN-CODE
              STOP RUN
           END-IF.

       LIST-VERSIONS.
           MOVE ZERO TO WS-VERSIONS-FOUND
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
              DISPLAY "O3DIAG-CONFIG-HISTORY: cannot open history "
                 "file " FUNCTION TRIM(WS-HISTORY-PATH)
                 " (file status " WS-HISTORY-STATUS ")"
              MOVE WS-RC-HISTORY-FAILED TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY "o3DIAG Config History: versions of "
              FUNCTION TRIM(WS-TARGET-ARG)
           MOVE "N" TO WS-READ-EOF
           PERFORM UNTIL WS-READ-EOF = "Y"
              READ HISTORY-FILE
                 AT END MOVE "Y" TO WS-READ-EOF
                 NOT AT END
                    IF CFH-RECORD-TYPE = "V"
                       AND CFH-FILE-PATH = WS-TARGET-ARG
                       ADD 1 TO WS-VERSIONS-FOUND
                       MOVE CFH-TIMESTAMP TO WS-LAST-STAMP
                       PERFORM FORMAT-STAMP
                       MOVE CFH-VERSION TO VRL-VERSION
                       MOVE WS-STAMP-TEXT TO VRL-STAMP
                       MOVE CFH-LINE-COUNT TO VRL-LINES
                       MOVE CFH-ADDED TO VRL-ADDED
                       MOVE CFH-REMOVED TO VRL-REMOVED
                       MOVE CFH-ALTERED TO VRL-ALTERED
                       DISPLAY WS-VERSION-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           IF WS-VERSIONS-FOUND = ZERO
              DISPLAY "O3DIAG-CONFIG-HISTORY: no versions on record "
                 "for " FUNCTION TRIM(WS-TARGET-ARG)
              MOVE WS-RC-NO-SUCH-VERSION TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

       REBUILD-VERSION.
      *----------------------------------------------------------
      *The output file is only opened once the version's header
      *is found, so asking for a version that does not exist
      *leaves nothing behind.
      *----------------------------------------------------------
           MOVE SPACES TO WS-NUM-DIGITS
           MOVE FUNCTION TRIM(WS-VERSION-ARG) TO WS-NUM-DIGITS
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NUM-DIGITS))
              TO WS-NUM-LEN
           IF WS-NUM-LEN > 5
              OR WS-NUM-DIGITS(1:WS-NUM-LEN) IS NOT NUMERIC
              DISPLAY "O3DIAG-CONFIG-HISTORY: version is not a "
                 "number: " FUNCTION TRIM(WS-VERSION-ARG)
              MOVE WS-RC-PARM-INVALID TO RETURN-CODE
              STOP RUN
           END-IF
           COMPUTE WS-WANTED-VERSION = FUNCTION NUMVAL(WS-NUM-DIGITS)
           MOVE WS-WANTED-VERSION TO WS-VERSION-EDIT
           IF WS-OUTPUT-ARG = SPACES
              MOVE SPACES TO WS-REBUILD-PATH
              STRING FUNCTION TRIM(WS-TARGET-ARG) DELIMITED BY SIZE
                  ".V" DELIMITED BY SIZE
                  WS-WANTED-VERSION DELIMITED BY SIZE
                  INTO WS-REBUILD-PATH
              END-STRING
           ELSE
              MOVE WS-OUTPUT-ARG TO WS-REBUILD-PATH
           END-IF

           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
              DISPLAY "O3DIAG-CONFIG-HISTORY: cannot open history "
                 "file " FUNCTION TRIM(WS-HISTORY-PATH)
                 " (file status " WS-HISTORY-STATUS ")"
              MOVE WS-RC-HISTORY-FAILED TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE ZERO TO WS-LINES-WRITTEN
           MOVE "N" TO WS-READ-EOF
           PERFORM UNTIL WS-READ-EOF = "Y"
              READ HISTORY-FILE
                 AT END MOVE "Y" TO WS-READ-EOF
                 NOT AT END
                    IF CFH-FILE-PATH = WS-TARGET-ARG
                       AND CFH-VERSION = WS-WANTED-VERSION
                       PERFORM TAKE-REBUILD-RECORD
                    END-IF
              END-READ
           END-PERFORM
           CLOSE HISTORY-FILE

           IF WS-REBUILD-OPEN = "N"
              DISPLAY "O3DIAG-CONFIG-HISTORY: no version "
                 FUNCTION TRIM(WS-VERSION-EDIT) " on record for "
                 FUNCTION TRIM(WS-TARGET-ARG)
              MOVE WS-RC-NO-SUCH-VERSION TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE REBUILD-FILE
           IF WS-LINES-WRITTEN = ZERO
              DISPLAY "o3DIAG Config History: version "
                 FUNCTION TRIM(WS-VERSION-EDIT) " of "
                 FUNCTION TRIM(WS-TARGET-ARG)
                 " records the file as removed - "
                 FUNCTION TRIM(WS-REBUILD-PATH) " is empty"
           ELSE
              DISPLAY "o3DIAG Config History: version "
                 FUNCTION TRIM(WS-VERSION-EDIT) " of "
                 FUNCTION TRIM(WS-TARGET-ARG) " rebuilt, "
                 WS-LINES-WRITTEN " line(s) written to "
                 FUNCTION TRIM(WS-REBUILD-PATH)
           END-IF
           MOVE ZERO TO RETURN-CODE.

       TAKE-REBUILD-RECORD.
           IF CFH-RECORD-TYPE = "V"
              OPEN OUTPUT REBUILD-FILE
              IF WS-REBUILD-STATUS NOT = "00"
                 DISPLAY "O3DIAG-CONFIG-HISTORY: cannot open "
                    "output file " FUNCTION TRIM(WS-REBUILD-PATH)
                    " (file status " WS-REBUILD-STATUS ")"
                 CLOSE HISTORY-FILE
                 MOVE WS-RC-REBUILD-FAILED TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE "Y" TO WS-REBUILD-OPEN
           END-IF
           IF CFH-RECORD-TYPE = "L" AND WS-REBUILD-OPEN = "Y"
              MOVE CFH-LINE TO REBUILD-LINE
              WRITE REBUILD-LINE
              IF WS-REBUILD-STATUS NOT = "00"
                 DISPLAY "O3DIAG-CONFIG-HISTORY: write failed to "
                    "output file " FUNCTION TRIM(WS-REBUILD-PATH)
                    " (file status " WS-REBUILD-STATUS ")"
                 CLOSE HISTORY-FILE
                 CLOSE REBUILD-FILE
                 MOVE WS-RC-REBUILD-FAILED TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-LINES-WRITTEN
           END-IF.

       FORMAT-STAMP.
      *----------------------------------------------------------
      *WS-LAST-STAMP (a CURRENT-DATE value) as YYYY-MM-DD
      *HH:MM:SS in WS-STAMP-TEXT; spaces stay spaces.
      *----------------------------------------------------------
           MOVE SPACES TO WS-STAMP-TEXT
           IF WS-LAST-STAMP NOT = SPACES
              STRING WS-LAST-STAMP(1:4) "-" WS-LAST-STAMP(5:2) "-"
                  WS-LAST-STAMP(7:2) " " WS-LAST-STAMP(9:2) ":"
                  WS-LAST-STAMP(11:2) ":" WS-LAST-STAMP(13:2)
                  DELIMITED BY SIZE INTO WS-STAMP-TEXT
              END-STRING
           END-IF.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "O3DIAG-CONFIG-HISTORY: write failed to "
                 "report file " FUNCTION TRIM(WS-REPORT-FILE-PATH)
                 " (file status " WS-REPORT-STATUS ")"
              CLOSE REPORT-FILE
              MOVE WS-RC-REPORT-FAILED TO RETURN-CODE
              STOP RUN
           END-IF.

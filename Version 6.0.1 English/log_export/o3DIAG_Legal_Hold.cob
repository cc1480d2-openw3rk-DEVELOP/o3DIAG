      *------------------------------
      *o3DIAG Legal Hold
      *------------------------------
      *Copyright (c) openw3rk INVENT
      *License: MIT-License
      *------------------------------
      *https://openw3rk.de
      *https://o3diag.openw3rk.de
      *https://o3diag.openw3rk.de/help/develop/cobol
      *-----------------------------------------------
      *Evidence extract and hold registry for Legal and Security
      *cases. When a case opens, every log line of the named
      *components inside a log date window has to be frozen and
      *handed over - from the indexed store (O3DIDX) and from the
      *flat exports and shipped .gz archives alike - while the
      *Retention Manager and the index maintenance PURGE go on
      *deleting the same material every night.
      *
      *EXTRACT (the default action) registers the case in the
      *hold registry (O3DHOLD) before anything is read, so the
      *purge jobs stop touching the case's store entries at once,
      *then pulls the matching lines into an evidence package
      *directory PACKAGE-DIR/<case>:
      *  <case>-STORE.LOG     store entries in the window, one
      *                       house-format line each
      *  <case>-Snnn.LOG      matching lines of each flat export
      *                       or archive, one file per source
      *  <case>-SOURCES.TXT   which source each Snnn file came
      *                       from, and how many lines it holds
      *  <case>-MANIFEST.LOG  one O3DMAN record per file above -
      *                       byte count and cksum CRC
      *  <case>.SEAL          the O3DMAN record of the manifest
      *                       itself
      *and the package files are made read-only. Every source that
      *yielded lines, and every package file, goes into the
      *registry as a held file, so the Retention Manager skips
      *them until the case is released.
      *
      *Source lines are recognised in the two shapes the exports
      *write: house format (date time severity component ...) and
      *the export manager's CSV (dateTtime,"sev","component",...).
      *A line without a leading date is a continuation of the line
      *before it (a stack trace, a wrapped message) and goes into
      *the package with it, or not at all.
      *
      *RELEASE appends the release record for the case - the
      *package stays as it is; only the purge jobs' hands are
      *untied.
      *
      *Arguments: parameter file, then EXTRACT (default) or
      *RELEASE.
      *-----------------------------------------------

       IDENTIFICATION DIVISION.
       PROGRAM-ID. O3DIAG-LEGAL-HOLD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT INDEX-FILE ASSIGN TO DYNAMIC WS-INDEX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-KEY
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT HOLD-FILE ASSIGN TO DYNAMIC WS-HOLD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT LISTING-FILE ASSIGN TO DYNAMIC WS-LISTING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTING-STATUS.
           SELECT SOURCE-FILE ASSIGN TO DYNAMIC WS-SOURCE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXTRACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT CKSUM-FILE ASSIGN TO DYNAMIC WS-CKSUM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKSUM-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------
      *Case parameters, named by the first command-line argument,
      *in the same "KEYWORD  VALUE" line layout as a parameter
      *file: CASE-ID, COMPONENT (repeatable, or ALL), FROM-DATE
      *and TO-DATE (YYYY-MM-DD, both inclusive), INDEX-PATH for
      *the store, SOURCE-DIR (repeatable) each with an optional
      *MATCH pattern (default *), PACKAGE-DIR and HOLD-PATH.
      *----------------------------------------------------------
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-KEYWORD PIC X(20).
           05  PARM-VALUE   PIC X(256).

       FD  INDEX-FILE.
           COPY O3DIDX.

       FD  HOLD-FILE.
           COPY O3DHOLD.

       FD  LISTING-FILE.
       01  LISTING-LINE     PIC X(300).

       FD  SOURCE-FILE.
       01  SOURCE-LINE      PIC X(2048).

       FD  EXTRACT-FILE.
       01  EXTRACT-LINE     PIC X(2048).

       FD  CKSUM-FILE.
       01  CKSUM-LINE       PIC X(400).

       FD  MANIFEST-FILE.
           COPY O3DMAN.

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-PATH    PIC X(256) VALUE SPACES.
       01  WS-PARM-STATUS       PIC XX.
       01  WS-PARM-EOF          PIC X VALUE "N".
       01  WS-ACTION-ARG        PIC X(8)   VALUE SPACES.
       01  WS-INDEX-PATH        PIC X(256) VALUE SPACES.
       01  WS-INDEX-STATUS      PIC XX.
       01  WS-READ-EOF          PIC X VALUE "N".
       01  WS-HOLD-PATH         PIC X(256)
               VALUE "O3DIAG-LEGAL-HOLD.REG".
       01  WS-HOLD-STATUS       PIC XX.
       01  WS-HOLD-EOF          PIC X VALUE "N".
       01  WS-PACKAGE-ROOT      PIC X(256)
               VALUE "O3DIAG-EVIDENCE".
       01  WS-PACKAGE-DIR       PIC X(300) VALUE SPACES.

      *----------------------------------------------------------
      *Distinct RETURN-CODE values so the scheduler - or the
      *analyst running this by hand - can tell a bad case file
      *from an unreadable source from a package that could not be
      *sealed. A case that is already open (EXTRACT) or not open
      *(RELEASE) is its own code: nothing was done.
      *----------------------------------------------------------
       01  WS-RC-PARM-OPEN-FAILED    PIC 9(4) VALUE 10.
       01  WS-RC-PARM-INVALID        PIC 9(4) VALUE 12.
       01  WS-RC-INDEX-OPEN-FAILED   PIC 9(4) VALUE 14.
       01  WS-RC-LISTING-FAILED      PIC 9(4) VALUE 16.
       01  WS-RC-PACKAGE-FAILED      PIC 9(4) VALUE 18.
       01  WS-RC-MANIFEST-FAILED     PIC 9(4) VALUE 20.
       01  WS-RC-REGISTRY-FAILED     PIC 9(4) VALUE 22.
       01  WS-RC-CASE-STATE          PIC 9(4) VALUE 24.
       01  WS-RC-SOURCE-FAILURES     PIC 9(4) VALUE 26.

      *----------------------------------------------------------
      *The case: its ID (also the package subdirectory name, so no
      *spaces or slashes), the inclusive log date window and the
      *components it covers. ALL covers every component.
      *----------------------------------------------------------
       01  WS-CASE-ID           PIC X(20)  VALUE SPACES.
       01  WS-CASE-LEN          PIC 9(4)   VALUE ZERO.
       01  WS-CASE-BAD-CHARS    PIC 9(4)   VALUE ZERO.
       01  WS-CASE-OPEN         PIC X      VALUE "N".
       01  WS-FROM-DATE         PIC X(10)  VALUE SPACES.
       01  WS-TO-DATE           PIC X(10)  VALUE SPACES.
       01  WS-DATE-WORK         PIC X(10)  VALUE SPACES.
       01  WS-DATE-DIGITS       PIC X(8)   VALUE SPACES.
       01  WS-DATE-NUM          PIC 9(8)   VALUE ZERO.
       01  WS-DATE-OK           PIC X      VALUE "N".
       01  WS-COMP-MAX          PIC 9(2)   VALUE 16.
       01  WS-COMP-COUNT        PIC 9(2)   VALUE ZERO.
       01  WS-COMP-IDX          PIC 9(2)   VALUE ZERO.
       01  WS-COMP-ALL          PIC X      VALUE "N".
       01  WS-COMP-TABLE.
           05  WS-COMP-NAME OCCURS 16 TIMES PIC X(30).

      *----------------------------------------------------------
      *Flat-file sources: a SOURCE-DIR line opens the next entry,
      *MATCH narrows it the way a retention policy entry's MATCH
      *does (passed to the shell, so * globbing applies).
      *----------------------------------------------------------
       01  WS-SRC-MAX           PIC 9(2)   VALUE 16.
       01  WS-SRC-COUNT         PIC 9(2)   VALUE ZERO.
       01  WS-SRC-IDX           PIC 9(2)   VALUE ZERO.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY OCCURS 16 TIMES.
               10  WS-SRC-DIRECTORY PIC X(256).
               10  WS-SRC-MATCH     PIC X(64).

      *----------------------------------------------------------
      *WS-RUN-ID keys this run's scratch files under /tmp, same as
      *the retention pass's listing, and stamps the registry
      *records this run appends.
      *----------------------------------------------------------
       01  WS-RUN-ID            PIC X(21) VALUE SPACES.
       01  WS-LISTING-PATH      PIC X(300) VALUE SPACES.
       01  WS-LISTING-STATUS    PIC XX.
       01  WS-LISTING-EOF       PIC X VALUE "N".
       01  WS-SCRATCH-PATH      PIC X(300) VALUE SPACES.
       01  WS-SHELL-COMMAND     PIC X(1000).
       01  WS-SHELL-RC          PIC S9(4) VALUE ZERO.
       01  WS-CLEANUP-COMMAND   PIC X(400).

      *----------------------------------------------------------
      *One source file at a time: the path as listed, the path
      *actually read (the scratch copy for a .gz archive), and the
      *classification of the current line. WS-LINE-WANTED carries
      *over to continuation lines, which have no date or
      *component of their own.
      *----------------------------------------------------------
       01  WS-CAND-PATH         PIC X(300) VALUE SPACES.
       01  WS-CAND-LEN          PIC 9(4)   VALUE ZERO.
       01  WS-NORM-PATH         PIC X(300) VALUE SPACES.
       01  WS-NORM-LEN          PIC 9(4)   VALUE ZERO.
       01  WS-NORM-IDX          PIC 9(4)   VALUE ZERO.
       01  WS-SOURCE-PATH       PIC X(300) VALUE SPACES.
       01  WS-SOURCE-STATUS     PIC XX.
       01  WS-SOURCE-EOF        PIC X VALUE "N".
       01  WS-LINE-DATE         PIC X(10)  VALUE SPACES.
       01  WS-LINE-TIME         PIC X(8)   VALUE SPACES.
       01  WS-LINE-SEVERITY     PIC X(5)   VALUE SPACES.
       01  WS-LINE-COMPONENT    PIC X(30)  VALUE SPACES.
       01  WS-LINE-STAMPED      PIC X      VALUE "N".
       01  WS-LINE-WANTED       PIC X      VALUE "N".
       01  WS-COMP-MATCHED      PIC X      VALUE "N".

      *----------------------------------------------------------
      *Package files written so far, in manifest order, with the
      *source each extract came from (spaces for the store
      *extract and the sources index) and its line count. A full
      *table stops the extract - a package that silently left
      *sources out is not evidence.
      *----------------------------------------------------------
       01  WS-PKG-MAX           PIC 9(4)   VALUE 256.
       01  WS-PKG-COUNT         PIC 9(4)   VALUE ZERO.
       01  WS-PKG-IDX           PIC 9(4)   VALUE ZERO.
       01  WS-PKG-TABLE.
           05  WS-PKG-ENTRY OCCURS 256 TIMES.
               10  WS-PKG-NAME      PIC X(40).
               10  WS-PKG-ORIGIN    PIC X(300).
               10  WS-PKG-LINES     PIC 9(9).
       01  WS-EXTRACT-PATH      PIC X(300) VALUE SPACES.
       01  WS-EXTRACT-STATUS    PIC XX.
       01  WS-EXTRACT-OPEN      PIC X      VALUE "N".
       01  WS-EXTRACT-NAME      PIC X(40)  VALUE SPACES.
       01  WS-EXTRACT-SEQ       PIC 9(3)   VALUE ZERO.
       01  WS-EXTRACT-LINES     PIC 9(9)   VALUE ZERO.
       01  WS-OUT-PTR           PIC 9(4)   VALUE ZERO.
       01  WS-LINES-EDIT        PIC Z(8)9.

      *----------------------------------------------------------
      *Manifest and seal. The size and checksum of every package
      *file come from the cksum utility into a scratch file under
      */tmp, exactly as the export manager measures an archive
      *for the shipping manifest.
      *----------------------------------------------------------
       01  WS-MANIFEST-NAME     PIC X(40)  VALUE SPACES.
       01  WS-MANIFEST-PATH     PIC X(300) VALUE SPACES.
       01  WS-MANIFEST-STATUS   PIC XX.
       01  WS-SEAL-NAME         PIC X(40)  VALUE SPACES.
       01  WS-MEASURE-PATH      PIC X(300) VALUE SPACES.
       01  WS-CKSUM-PATH        PIC X(320) VALUE SPACES.
       01  WS-CKSUM-STATUS      PIC XX.
       01  WS-CKSUM-CRC         PIC X(12)  VALUE SPACES.
       01  WS-CKSUM-BYTES       PIC X(15)  VALUE SPACES.
       01  WS-CKSUM-CRC-LEN     PIC 9(4)   VALUE ZERO.
       01  WS-CKSUM-BYTES-LEN   PIC 9(4)   VALUE ZERO.

      *----------------------------------------------------------
      *Run totals for the closing summary.
      *----------------------------------------------------------
       01  WS-STORE-LINES       PIC 9(9) VALUE ZERO.
       01  WS-FILE-LINES        PIC 9(9) VALUE ZERO.
       01  WS-FILES-SCANNED     PIC 9(6) VALUE ZERO.
       01  WS-FILES-YIELDED     PIC 9(6) VALUE ZERO.
       01  WS-SOURCE-FAILURES   PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-ID

           ACCEPT WS-PARM-FILE-PATH FROM ARGUMENT-VALUE
           MOVE SPACES TO WS-ACTION-ARG
           ACCEPT WS-ACTION-ARG FROM ARGUMENT-VALUE
              ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-ACTION-ARG = SPACES
              MOVE "EXTRACT" TO WS-ACTION-ARG
           END-IF

           IF WS-PARM-FILE-PATH = SPACES
              OR (WS-ACTION-ARG NOT = "EXTRACT"
                  AND WS-ACTION-ARG NOT = "RELEASE")
              DISPLAY "O3DIAG-LEGAL-HOLD: usage is parm-file "
                 "[EXTRACT | RELEASE]"
              MOVE WS-RC-PARM-INVALID TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM READ-PARM-FILE
           PERFORM CHECK-CASE-PARAMETERS
           PERFORM LOAD-HOLD-REGISTRY

           IF WS-ACTION-ARG = "RELEASE"
              PERFORM RELEASE-CASE
           ELSE
              PERFORM EXTRACT-CASE
           END-IF
           STOP RUN.

       READ-PARM-FILE.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
              DISPLAY "O3DIAG-LEGAL-HOLD: cannot open parameter "
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
              WHEN "CASE-ID"
                 MOVE FUNCTION TRIM(PARM-VALUE) TO WS-CASE-ID
              WHEN "COMPONENT"
                 IF FUNCTION TRIM(PARM-VALUE) = "ALL"
                    MOVE "Y" TO WS-COMP-ALL
                 ELSE
                    IF WS-COMP-COUNT >= WS-COMP-MAX
                       DISPLAY "O3DIAG-LEGAL-HOLD: more than "
                          WS-COMP-MAX " COMPONENT lines - use "
                          "COMPONENT ALL for a wider case"
                       CLOSE PARM-FILE
                       MOVE WS-RC-PARM-INVALID TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-COMP-COUNT
                    MOVE FUNCTION TRIM(PARM-VALUE)
                       TO WS-COMP-NAME(WS-COMP-COUNT)
                 END-IF
              WHEN "FROM-DATE"
                 MOVE FUNCTION TRIM(PARM-VALUE) TO WS-FROM-DATE
              WHEN "TO-DATE"
                 MOVE FUNCTION TRIM(PARM-VALUE) TO WS-TO-DATE
              WHEN "INDEX-PATH"
                 MOVE FUNCTION TRIM(PARM-VALUE) TO WS-INDEX-PATH
              WHEN "SOURCE-DIR"
                 IF WS-SRC-COUNT >= WS-SRC-MAX
                    DISPLAY "O3DIAG-LEGAL-HOLD: more than "
                       WS-SRC-MAX " SOURCE-DIR lines"
                    CLOSE PARM-FILE
                    MOVE WS-RC-PARM-INVALID TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-SRC-COUNT
                 MOVE FUNCTION TRIM(PARM-VALUE)
                    TO WS-SRC-DIRECTORY(WS-SRC-COUNT)
                 MOVE "*" TO WS-SRC-MATCH(WS-SRC-COUNT)
              WHEN "MATCH"
                 IF WS-SRC-COUNT = ZERO
                    DISPLAY "O3DIAG-LEGAL-HOLD: MATCH appears "
                       "before the first SOURCE-DIR"
                    CLOSE PARM-FILE
                    MOVE WS-RC-PARM-INVALID TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE FUNCTION TRIM(PARM-VALUE)
                    TO WS-SRC-MATCH(WS-SRC-COUNT)
              WHEN "PACKAGE-DIR"
                 MOVE FUNCTION TRIM(PARM-VALUE) TO WS-PACKAGE-ROOT
              WHEN "HOLD-PATH"
                 MOVE FUNCTION TRIM(PARM-VALUE) TO WS-HOLD-PATH
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
                 DISPLAY "O3DIAG-LEGAL-HOLD: unrecognised "
                    "keyword " FUNCTION TRIM(PARM-KEYWORD)
                 CLOSE PARM-FILE
                 MOVE WS-RC-PARM-INVALID TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       CHECK-CASE-PARAMETERS.
      *----------------------------------------------------------
      *A RELEASE needs only the case ID. An EXTRACT refuses to
      *start on a half-described case: no components, no window,
      *or nowhere to look would produce a package that proves
      *nothing.
      *----------------------------------------------------------
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CASE-ID))
              TO WS-CASE-LEN
           MOVE ZERO TO WS-CASE-BAD-CHARS
           IF WS-CASE-ID NOT = SPACES
              INSPECT WS-CASE-ID(1:WS-CASE-LEN) TALLYING
                 WS-CASE-BAD-CHARS FOR ALL " " ALL "/" ALL '"'
           END-IF
           IF WS-CASE-ID = SPACES
              OR WS-CASE-ID(1:1) = SPACE
              OR WS-CASE-BAD-CHARS > ZERO
              DISPLAY "O3DIAG-LEGAL-HOLD: CASE-ID is missing or "
                 "holds spaces, slashes or quotes"
              MOVE WS-RC-PARM-INVALID TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-ACTION-ARG = "EXTRACT"
              IF WS-COMP-COUNT = ZERO AND WS-COMP-ALL = "N"
                 DISPLAY "O3DIAG-LEGAL-HOLD: case "
                    FUNCTION TRIM(WS-CASE-ID)
                    " names no COMPONENT"
                 MOVE WS-RC-PARM-INVALID TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-FROM-DATE TO WS-DATE-WORK
              PERFORM CHECK-WINDOW-DATE
              MOVE WS-TO-DATE TO WS-DATE-WORK
              PERFORM CHECK-WINDOW-DATE
              IF WS-FROM-DATE > WS-TO-DATE
                 DISPLAY "O3DIAG-LEGAL-HOLD: FROM-DATE "
                    WS-FROM-DATE " is after TO-DATE " WS-TO-DATE
                 MOVE WS-RC-PARM-INVALID TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-INDEX-PATH = SPACES AND WS-SRC-COUNT = ZERO
                 DISPLAY "O3DIAG-LEGAL-HOLD: case "
                    FUNCTION TRIM(WS-CASE-ID)
                    " has neither INDEX-PATH nor SOURCE-DIR"
                 MOVE WS-RC-PARM-INVALID TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       CHECK-WINDOW-DATE.
           MOVE "N" TO WS-DATE-OK
           IF WS-DATE-WORK(5:1) = "-" AND WS-DATE-WORK(8:1) = "-"
              MOVE SPACES TO WS-DATE-DIGITS
              STRING WS-DATE-WORK(1:4) DELIMITED BY SIZE
                  WS-DATE-WORK(6:2) DELIMITED BY SIZE
                  WS-DATE-WORK(9:2) DELIMITED BY SIZE
                  INTO WS-DATE-DIGITS
              END-STRING
              IF WS-DATE-DIGITS IS NUMERIC
                 MOVE WS-DATE-DIGITS TO WS-DATE-NUM
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = ZERO
                    MOVE "Y" TO WS-DATE-OK
                 END-IF
              END-IF
           END-IF
           IF WS-DATE-OK = "N"
              DISPLAY "O3DIAG-LEGAL-HOLD: window date is missing "
                 "or not a YYYY-MM-DD date: '" WS-DATE-WORK "'"
              MOVE WS-RC-PARM-INVALID TO RETURN-CODE
              STOP RUN
           END-IF.

       LOAD-HOLD-REGISTRY.
      *----------------------------------------------------------
      *One pass over the registry, later records winning: a scope
      *or held-file record for the case means it is open, a
      *release record that it is closed again. No registry at all
      *means no case has ever been opened.
      *----------------------------------------------------------
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
              IF WS-HOLD-STATUS NOT = "35"
                 DISPLAY "O3DIAG-LEGAL-HOLD: cannot open hold "
                    "registry " FUNCTION TRIM(WS-HOLD-PATH)
                    " (file status " WS-HOLD-STATUS ")"
                 MOVE WS-RC-REGISTRY-FAILED TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              PERFORM UNTIL WS-HOLD-EOF = "Y"
                 READ HOLD-FILE
                    AT END MOVE "Y" TO WS-HOLD-EOF
                    NOT AT END
                       IF HOLD-CASE-ID = WS-CASE-ID
                          EVALUATE HOLD-RECORD-TYPE
                             WHEN "C"
                             WHEN "F"
                                MOVE "Y" TO WS-CASE-OPEN
                             WHEN "R"
                                MOVE "N" TO WS-CASE-OPEN
                             WHEN OTHER
                                CONTINUE
                          END-EVALUATE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HOLD-FILE
           END-IF.

       OPEN-REGISTRY-FOR-APPEND.
           OPEN EXTEND HOLD-FILE
           IF WS-HOLD-STATUS = "35"
              OPEN OUTPUT HOLD-FILE
           END-IF
           IF WS-HOLD-STATUS NOT = "00"
              DISPLAY "O3DIAG-LEGAL-HOLD: cannot open hold "
                 "registry " FUNCTION TRIM(WS-HOLD-PATH)
                 " (file status " WS-HOLD-STATUS ")"
              MOVE WS-RC-REGISTRY-FAILED TO RETURN-CODE
              STOP RUN
           END-IF.

       WRITE-HOLD-RECORD.
           WRITE HOLD-RECORD
           IF WS-HOLD-STATUS NOT = "00"
              DISPLAY "O3DIAG-LEGAL-HOLD: write failed to hold "
                 "registry " FUNCTION TRIM(WS-HOLD-PATH)
                 " (file status " WS-HOLD-STATUS ")"
              CLOSE HOLD-FILE
              MOVE WS-RC-REGISTRY-FAILED TO RETURN-CODE
              STOP RUN
           END-IF.

       RELEASE-CASE.
           IF WS-CASE-OPEN = "N"
              DISPLAY "O3DIAG-LEGAL-HOLD: case "
                 FUNCTION TRIM(WS-CASE-ID) " holds nothing in "
                 FUNCTION TRIM(WS-HOLD-PATH) " - nothing to release"
              MOVE WS-RC-CASE-STATE TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM OPEN-REGISTRY-FOR-APPEND
           MOVE SPACES TO HOLD-RECORD
           MOVE "R" TO HOLD-RECORD-TYPE
           MOVE WS-CASE-ID TO HOLD-CASE-ID
           MOVE FUNCTION CURRENT-DATE TO HOLD-TIMESTAMP
           PERFORM WRITE-HOLD-RECORD
           CLOSE HOLD-FILE

           DISPLAY "o3DIAG Legal Hold: case "
              FUNCTION TRIM(WS-CASE-ID) " released - its material "
              "is back under the retention policies"
           MOVE ZERO TO RETURN-CODE.

       EXTRACT-CASE.
           IF WS-CASE-OPEN = "Y"
              DISPLAY "O3DIAG-LEGAL-HOLD: case "
                 FUNCTION TRIM(WS-CASE-ID) " is already open in "
                 FUNCTION TRIM(WS-HOLD-PATH)
                 " - release it or use a new case ID"
              MOVE WS-RC-CASE-STATE TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM CREATE-PACKAGE-DIR
           PERFORM REGISTER-CASE-SCOPE

           MOVE SPACES TO WS-LISTING-PATH
           STRING "/tmp/o3diag_hold_listing_" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-LISTING-PATH
           END-STRING
           MOVE SPACES TO WS-SCRATCH-PATH
           STRING "/tmp/o3diag_hold_source_" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-SCRATCH-PATH
           END-STRING
           MOVE SPACES TO WS-CKSUM-PATH
           STRING "/tmp/o3diag_hold_cksum_" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-CKSUM-PATH
           END-STRING

           IF WS-INDEX-PATH NOT = SPACES
              PERFORM EXTRACT-FROM-STORE
           END-IF
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                 UNTIL WS-SRC-IDX > WS-SRC-COUNT
              PERFORM EXTRACT-FROM-SOURCE-DIR
           END-PERFORM

           PERFORM WRITE-SOURCES-INDEX
           PERFORM WRITE-PACKAGE-MANIFEST
           PERFORM SEAL-PACKAGE
           PERFORM REGISTER-HELD-FILES

           MOVE SPACES TO WS-CLEANUP-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               FUNCTION TRIM(WS-LISTING-PATH) DELIMITED BY SIZE
               '" "' DELIMITED BY SIZE
               FUNCTION TRIM(WS-SCRATCH-PATH) DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               INTO WS-CLEANUP-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-CLEANUP-COMMAND

           DISPLAY "o3DIAG Legal Hold: case "
              FUNCTION TRIM(WS-CASE-ID) " - " WS-STORE-LINES
              " store line(s), " WS-FILE-LINES " file line(s) from "
              WS-FILES-YIELDED " of " WS-FILES-SCANNED
              " source file(s), " WS-SOURCE-FAILURES
              " unreadable - sealed package in "
              FUNCTION TRIM(WS-PACKAGE-DIR)

           IF WS-SOURCE-FAILURES > 0
              MOVE WS-RC-SOURCE-FAILURES TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

       CREATE-PACKAGE-DIR.
      *----------------------------------------------------------
      *The case directory is made with a plain mkdir, not -p: an
      *existing directory means an earlier package for the same
      *case ID, and a second extract must never write over sealed
      *evidence.
      *----------------------------------------------------------
           MOVE SPACES TO WS-PACKAGE-DIR
           STRING FUNCTION TRIM(WS-PACKAGE-ROOT) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CASE-ID) DELIMITED BY SIZE
               INTO WS-PACKAGE-DIR
           END-STRING
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "mkdir -p " DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               FUNCTION TRIM(WS-PACKAGE-ROOT) DELIMITED BY SIZE
               '" && mkdir "' DELIMITED BY SIZE
               FUNCTION TRIM(WS-PACKAGE-DIR) DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               INTO WS-SHELL-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-COMMAND
           MOVE RETURN-CODE TO WS-SHELL-RC
           IF WS-SHELL-RC NOT = 0
              DISPLAY "O3DIAG-LEGAL-HOLD: cannot create package "
                 "directory " FUNCTION TRIM(WS-PACKAGE-DIR)
                 " - it may already hold a package for this case"
              MOVE WS-RC-PACKAGE-FAILED TO RETURN-CODE
              STOP RUN
           END-IF.

       REGISTER-CASE-SCOPE.
      *----------------------------------------------------------
      *The scope goes into the registry before a single line is
      *read: from this moment the index maintenance PURGE leaves
      *the case's store entries alone, even if the extract below
      *fails half-way. A failed extract therefore leaves the case
      *open - the safe side - until someone releases it.
      *----------------------------------------------------------
           PERFORM OPEN-REGISTRY-FOR-APPEND
           IF WS-COMP-ALL = "Y"
              MOVE "ALL" TO WS-LINE-COMPONENT
              PERFORM WRITE-SCOPE-RECORD
           ELSE
              PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                    UNTIL WS-COMP-IDX > WS-COMP-COUNT
                 MOVE WS-COMP-NAME(WS-COMP-IDX) TO WS-LINE-COMPONENT
                 PERFORM WRITE-SCOPE-RECORD
              END-PERFORM
           END-IF
           CLOSE HOLD-FILE.

       WRITE-SCOPE-RECORD.
           MOVE SPACES TO HOLD-RECORD
           MOVE "C" TO HOLD-RECORD-TYPE
           MOVE WS-CASE-ID TO HOLD-CASE-ID
           MOVE WS-RUN-ID TO HOLD-TIMESTAMP
           MOVE WS-LINE-COMPONENT TO HOLD-COMPONENT
           MOVE WS-FROM-DATE TO HOLD-FROM-DATE
           MOVE WS-TO-DATE TO HOLD-TO-DATE
           PERFORM WRITE-HOLD-RECORD.

       CHECK-COMPONENT-IN-CASE.
           MOVE "N" TO WS-COMP-MATCHED
           IF WS-COMP-ALL = "Y"
              MOVE "Y" TO WS-COMP-MATCHED
           ELSE
              PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                    UNTIL WS-COMP-IDX > WS-COMP-COUNT
                    OR WS-COMP-MATCHED = "Y"
                 IF WS-COMP-NAME(WS-COMP-IDX) = WS-LINE-COMPONENT
                    MOVE "Y" TO WS-COMP-MATCHED
                 END-IF
              END-PERFORM
           END-IF.

       EXTRACT-FROM-STORE.
      *----------------------------------------------------------
      *Keyed positioning at the first entry of FROM-DATE, as the
      *inquiry program positions at its window start, then READ
      *NEXT until the key date passes TO-DATE. The store extract
      *is written even when it stays empty - "the store held
      *nothing for this case" is itself part of the answer.
      *----------------------------------------------------------
           OPEN INPUT INDEX-FILE
           IF WS-INDEX-STATUS NOT = "00"
              DISPLAY "O3DIAG-LEGAL-HOLD: cannot open index "
                 "store " FUNCTION TRIM(WS-INDEX-PATH)
                 " (file status " WS-INDEX-STATUS ")"
              MOVE WS-RC-INDEX-OPEN-FAILED TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO WS-EXTRACT-NAME
           STRING FUNCTION TRIM(WS-CASE-ID) DELIMITED BY SIZE
               "-STORE.LOG" DELIMITED BY SIZE
               INTO WS-EXTRACT-NAME
           END-STRING
           MOVE WS-INDEX-PATH TO WS-CAND-PATH
           PERFORM OPEN-EXTRACT-FILE

           MOVE LOW-VALUES TO IDX-KEY
           MOVE WS-FROM-DATE TO IDX-LOG-DATE
           MOVE "N" TO WS-READ-EOF
           START INDEX-FILE KEY IS NOT LESS THAN IDX-KEY
              INVALID KEY MOVE "Y" TO WS-READ-EOF
           END-START

           PERFORM UNTIL WS-READ-EOF = "Y"
              READ INDEX-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-READ-EOF
                 NOT AT END
                    IF IDX-LOG-DATE > WS-TO-DATE
                       MOVE "Y" TO WS-READ-EOF
                    ELSE
                       MOVE IDX-COMPONENT TO WS-LINE-COMPONENT
                       PERFORM CHECK-COMPONENT-IN-CASE
                       IF WS-COMP-MATCHED = "Y"
                          PERFORM WRITE-STORE-EXTRACT-LINE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE INDEX-FILE

           MOVE WS-EXTRACT-LINES TO WS-STORE-LINES
           PERFORM CLOSE-EXTRACT-FILE.

       WRITE-STORE-EXTRACT-LINE.
           MOVE SPACES TO EXTRACT-LINE
           MOVE 1 TO WS-OUT-PTR
           STRING IDX-LOG-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IDX-LOG-TIME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(IDX-SEVERITY) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(IDX-COMPONENT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(IDX-MESSAGE TRAILING) DELIMITED BY SIZE
               INTO EXTRACT-LINE
               WITH POINTER WS-OUT-PTR
           END-STRING
           PERFORM WRITE-EXTRACT-LINE.

       EXTRACT-FROM-SOURCE-DIR.
      *----------------------------------------------------------
      *The listing is delegated to the shell the same way the
      *Retention Manager lists a policy entry, sorted so the
      *package numbers its extracts in a repeatable order.
      *----------------------------------------------------------
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "find " DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               FUNCTION TRIM(WS-SRC-DIRECTORY(WS-SRC-IDX))
                  DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               " -maxdepth 1 -type f -name " DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               FUNCTION TRIM(WS-SRC-MATCH(WS-SRC-IDX))
                  DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               " | sort > " DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               FUNCTION TRIM(WS-LISTING-PATH) DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               INTO WS-SHELL-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-COMMAND
           MOVE RETURN-CODE TO WS-SHELL-RC
           IF WS-SHELL-RC NOT = 0
              DISPLAY "O3DIAG-LEGAL-HOLD: listing failed for "
                 FUNCTION TRIM(WS-SRC-DIRECTORY(WS-SRC-IDX))
              MOVE WS-RC-LISTING-FAILED TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE "N" TO WS-LISTING-EOF
           OPEN INPUT LISTING-FILE
           IF WS-LISTING-STATUS NOT = "00"
              DISPLAY "O3DIAG-LEGAL-HOLD: cannot open listing "
                 FUNCTION TRIM(WS-LISTING-PATH)
                 " (file status " WS-LISTING-STATUS ")"
              MOVE WS-RC-LISTING-FAILED TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL WS-LISTING-EOF = "Y"
              READ LISTING-FILE
                 AT END MOVE "Y" TO WS-LISTING-EOF
                 NOT AT END
                    IF LISTING-LINE NOT = SPACES
                       PERFORM EXTRACT-FROM-ONE-FILE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LISTING-FILE.

       EXTRACT-FROM-ONE-FILE.
      *----------------------------------------------------------
      *A .done marker carries no log lines and is passed over. A
      *.gz archive is unpacked into the scratch file and read
      *from there; anything else is read in place. An archive
      *that will not unpack is counted and reported, not fatal -
      *the rest of the package is still owed to the case. A
      *path too long for the registry's held-file record stops
      *the run here, before any of it is read - a source that
      *cannot be registered cannot be held.
      *----------------------------------------------------------
           MOVE SPACES TO WS-CAND-PATH
           MOVE FUNCTION TRIM(LISTING-LINE) TO WS-CAND-PATH
           PERFORM NORMALISE-CAND-PATH
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CAND-PATH))
              TO WS-CAND-LEN
           IF WS-CAND-LEN > LENGTH OF HOLD-FILE-PATH
              DISPLAY "O3DIAG-LEGAL-HOLD: source path longer than "
                 "the registry holds - "
                 FUNCTION TRIM(WS-CAND-PATH)
              MOVE WS-RC-REGISTRY-FAILED TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-CAND-LEN > 5
              AND WS-CAND-PATH(WS-CAND-LEN - 4:5) = ".done"
              CONTINUE
           ELSE
              ADD 1 TO WS-FILES-SCANNED
              MOVE ZERO TO WS-SHELL-RC
              IF WS-CAND-LEN > 3
                 AND WS-CAND-PATH(WS-CAND-LEN - 2:3) = ".gz"
                 MOVE SPACES TO WS-SHELL-COMMAND
                 STRING "gzip -dc " DELIMITED BY SIZE
                     '"' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CAND-PATH) DELIMITED BY SIZE
                     '" > "' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-SCRATCH-PATH)
                        DELIMITED BY SIZE
                     '"' DELIMITED BY SIZE
                     INTO WS-SHELL-COMMAND
                 END-STRING
                 CALL "SYSTEM" USING WS-SHELL-COMMAND
                 MOVE RETURN-CODE TO WS-SHELL-RC
                 MOVE WS-SCRATCH-PATH TO WS-SOURCE-PATH
              ELSE
                 MOVE WS-CAND-PATH TO WS-SOURCE-PATH
              END-IF

              IF WS-SHELL-RC NOT = 0
                 DISPLAY "O3DIAG-LEGAL-HOLD: cannot unpack "
                    FUNCTION TRIM(WS-CAND-PATH)
                 ADD 1 TO WS-SOURCE-FAILURES
              ELSE
                 PERFORM SCAN-SOURCE-FILE
              END-IF
           END-IF.

       SCAN-SOURCE-FILE.
           OPEN INPUT SOURCE-FILE
           IF WS-SOURCE-STATUS NOT = "00"
              DISPLAY "O3DIAG-LEGAL-HOLD: cannot open source "
                 FUNCTION TRIM(WS-CAND-PATH)
                 " (file status " WS-SOURCE-STATUS ")"
              ADD 1 TO WS-SOURCE-FAILURES
           ELSE
              MOVE "N" TO WS-SOURCE-EOF
              MOVE "N" TO WS-LINE-WANTED
              PERFORM UNTIL WS-SOURCE-EOF = "Y"
                 READ SOURCE-FILE
                    AT END MOVE "Y" TO WS-SOURCE-EOF
                    NOT AT END
                       PERFORM CLASSIFY-SOURCE-LINE
                       IF WS-LINE-WANTED = "Y"
                          PERFORM TAKE-SOURCE-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SOURCE-FILE
              IF WS-EXTRACT-OPEN = "Y"
                 ADD WS-EXTRACT-LINES TO WS-FILE-LINES
                 ADD 1 TO WS-FILES-YIELDED
                 PERFORM CLOSE-EXTRACT-FILE
              END-IF
           END-IF.

       CLASSIFY-SOURCE-LINE.
      *----------------------------------------------------------
      *A line opening with YYYY-MM-DD is a new entry: the export
      *manager's CSV when a T and the ," of the severity field
      *follow the stamp, house format otherwise. Its date and
      *component decide whether it belongs to the case. Any other
      *line keeps the decision of the entry it continues.
      *----------------------------------------------------------
           MOVE "N" TO WS-LINE-STAMPED
           IF SOURCE-LINE(1:4) IS NUMERIC
              AND SOURCE-LINE(5:1) = "-"
              AND SOURCE-LINE(8:1) = "-"
              AND (SOURCE-LINE(11:1) = " "
                   OR SOURCE-LINE(11:1) = "T")
              MOVE "Y" TO WS-LINE-STAMPED
           END-IF

           IF WS-LINE-STAMPED = "Y"
              MOVE SPACES TO WS-LINE-DATE WS-LINE-TIME
                 WS-LINE-SEVERITY WS-LINE-COMPONENT
              MOVE SOURCE-LINE(1:10) TO WS-LINE-DATE
              IF SOURCE-LINE(11:1) = "T"
                 AND SOURCE-LINE(20:2) = ',"'
                 UNSTRING SOURCE-LINE(22:) DELIMITED BY '","'
                    INTO WS-LINE-SEVERITY WS-LINE-COMPONENT
                 END-UNSTRING
              ELSE
                 UNSTRING SOURCE-LINE DELIMITED BY ALL SPACES
                    INTO WS-LINE-DATE WS-LINE-TIME
                       WS-LINE-SEVERITY WS-LINE-COMPONENT
                 END-UNSTRING
              END-IF

              MOVE "N" TO WS-LINE-WANTED
              IF WS-LINE-DATE NOT < WS-FROM-DATE
                 AND WS-LINE-DATE NOT > WS-TO-DATE
                 PERFORM CHECK-COMPONENT-IN-CASE
                 IF WS-COMP-MATCHED = "Y"
                    MOVE "Y" TO WS-LINE-WANTED
                 END-IF
              END-IF
           END-IF.

       TAKE-SOURCE-LINE.
      *----------------------------------------------------------
      *The extract file for a source is opened with its first
      *wanted line, so a source with nothing for the case leaves
      *no empty file in the package.
      *----------------------------------------------------------
           IF WS-EXTRACT-OPEN = "N"
              ADD 1 TO WS-EXTRACT-SEQ
              MOVE SPACES TO WS-EXTRACT-NAME
              STRING FUNCTION TRIM(WS-CASE-ID) DELIMITED BY SIZE
                  "-S" DELIMITED BY SIZE
                  WS-EXTRACT-SEQ DELIMITED BY SIZE
                  ".LOG" DELIMITED BY SIZE
                  INTO WS-EXTRACT-NAME
              END-STRING
              PERFORM OPEN-EXTRACT-FILE
           END-IF
           MOVE SOURCE-LINE TO EXTRACT-LINE
           PERFORM WRITE-EXTRACT-LINE.

       OPEN-EXTRACT-FILE.
      *----------------------------------------------------------
      *Opens WS-EXTRACT-NAME in the package directory and enters
      *it in the package table with WS-CAND-PATH as its origin.
      *----------------------------------------------------------
           IF WS-PKG-COUNT >= WS-PKG-MAX
              DISPLAY "O3DIAG-LEGAL-HOLD: more than " WS-PKG-MAX
                 " package files - narrow the case's SOURCE-DIR "
                 "or MATCH"
              MOVE WS-RC-PACKAGE-FAILED TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO WS-EXTRACT-PATH
           STRING FUNCTION TRIM(WS-PACKAGE-DIR) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-EXTRACT-NAME) DELIMITED BY SIZE
               INTO WS-EXTRACT-PATH
           END-STRING
           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
              DISPLAY "O3DIAG-LEGAL-HOLD: cannot open package "
                 "file " FUNCTION TRIM(WS-EXTRACT-PATH)
                 " (file status " WS-EXTRACT-STATUS ")"
              MOVE WS-RC-PACKAGE-FAILED TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "Y" TO WS-EXTRACT-OPEN
           MOVE ZERO TO WS-EXTRACT-LINES
           ADD 1 TO WS-PKG-COUNT
           MOVE WS-EXTRACT-NAME TO WS-PKG-NAME(WS-PKG-COUNT)
           MOVE WS-CAND-PATH TO WS-PKG-ORIGIN(WS-PKG-COUNT)
           MOVE ZERO TO WS-PKG-LINES(WS-PKG-COUNT).

       WRITE-EXTRACT-LINE.
           WRITE EXTRACT-LINE
           IF WS-EXTRACT-STATUS NOT = "00"
              DISPLAY "O3DIAG-LEGAL-HOLD: write failed to package "
                 "file " FUNCTION TRIM(WS-EXTRACT-PATH)
                 " (file status " WS-EXTRACT-STATUS ")"
              CLOSE EXTRACT-FILE
              MOVE WS-RC-PACKAGE-FAILED TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-EXTRACT-LINES.

       CLOSE-EXTRACT-FILE.
           CLOSE EXTRACT-FILE
           MOVE "N" TO WS-EXTRACT-OPEN
           MOVE WS-EXTRACT-LINES TO WS-PKG-LINES(WS-PKG-COUNT).

       WRITE-SOURCES-INDEX.
      *----------------------------------------------------------
      *Provenance for the analyst: one line per extract naming the
      *store or file it was taken from and its line count, in
      *front of a header line that restates the case.
      *----------------------------------------------------------
           MOVE SPACES TO WS-EXTRACT-NAME
           STRING FUNCTION TRIM(WS-CASE-ID) DELIMITED BY SIZE
               "-SOURCES.TXT" DELIMITED BY SIZE
               INTO WS-EXTRACT-NAME
           END-STRING
           MOVE SPACES TO WS-CAND-PATH
           PERFORM OPEN-EXTRACT-FILE

           MOVE SPACES TO EXTRACT-LINE
           STRING "CASE " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CASE-ID) DELIMITED BY SIZE
               " WINDOW " DELIMITED BY SIZE
               WS-FROM-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-TO-DATE DELIMITED BY SIZE
               " EXTRACTED " DELIMITED BY SIZE
               WS-RUN-ID(1:14) DELIMITED BY SIZE
               INTO EXTRACT-LINE
           END-STRING
           PERFORM WRITE-EXTRACT-LINE

           PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
                 UNTIL WS-PKG-IDX >= WS-PKG-COUNT
              MOVE WS-PKG-LINES(WS-PKG-IDX) TO WS-LINES-EDIT
              MOVE SPACES TO EXTRACT-LINE
              STRING WS-PKG-NAME(WS-PKG-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LINES-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PKG-ORIGIN(WS-PKG-IDX))
                     DELIMITED BY SIZE
                  INTO EXTRACT-LINE
              END-STRING
              PERFORM WRITE-EXTRACT-LINE
           END-PERFORM
           PERFORM CLOSE-EXTRACT-FILE.

       WRITE-PACKAGE-MANIFEST.
      *----------------------------------------------------------
      *One O3DMAN record per package file, the package directory
      *standing in the destination field - the same record the
      *ship verifier already knows how to re-check a file
      *against.
      *----------------------------------------------------------
           MOVE SPACES TO WS-MANIFEST-NAME
           STRING FUNCTION TRIM(WS-CASE-ID) DELIMITED BY SIZE
               "-MANIFEST.LOG" DELIMITED BY SIZE
               INTO WS-MANIFEST-NAME
           END-STRING
           MOVE SPACES TO WS-MANIFEST-PATH
           STRING FUNCTION TRIM(WS-PACKAGE-DIR) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-MANIFEST-NAME) DELIMITED BY SIZE
               INTO WS-MANIFEST-PATH
           END-STRING
           OPEN OUTPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = "00"
              DISPLAY "O3DIAG-LEGAL-HOLD: cannot open manifest "
                 FUNCTION TRIM(WS-MANIFEST-PATH)
                 " (file status " WS-MANIFEST-STATUS ")"
              MOVE WS-RC-MANIFEST-FAILED TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
                 UNTIL WS-PKG-IDX > WS-PKG-COUNT
              MOVE SPACES TO WS-MEASURE-PATH
              STRING FUNCTION TRIM(WS-PACKAGE-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PKG-NAME(WS-PKG-IDX))
                     DELIMITED BY SIZE
                  INTO WS-MEASURE-PATH
              END-STRING
              PERFORM MEASURE-PACKAGE-FILE
              MOVE WS-PKG-NAME(WS-PKG-IDX) TO WS-EXTRACT-NAME
              PERFORM WRITE-MANIFEST-ENTRY
           END-PERFORM
           CLOSE MANIFEST-FILE.

       SEAL-PACKAGE.
      *----------------------------------------------------------
      *The seal is the manifest's own record, in a file of its
      *own: a manifest edited after the fact no longer matches
      *it. Then every file of the package, and the directory, is
      *made read-only.
      *----------------------------------------------------------
           MOVE SPACES TO WS-SEAL-NAME
           STRING FUNCTION TRIM(WS-CASE-ID) DELIMITED BY SIZE
               ".SEAL" DELIMITED BY SIZE
               INTO WS-SEAL-NAME
           END-STRING
           MOVE WS-MANIFEST-PATH TO WS-MEASURE-PATH
           PERFORM MEASURE-PACKAGE-FILE

           MOVE SPACES TO WS-MANIFEST-PATH
           STRING FUNCTION TRIM(WS-PACKAGE-DIR) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SEAL-NAME) DELIMITED BY SIZE
               INTO WS-MANIFEST-PATH
           END-STRING
           OPEN OUTPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = "00"
              DISPLAY "O3DIAG-LEGAL-HOLD: cannot open seal "
                 FUNCTION TRIM(WS-MANIFEST-PATH)
                 " (file status " WS-MANIFEST-STATUS ")"
              MOVE WS-RC-MANIFEST-FAILED TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-MANIFEST-NAME TO WS-EXTRACT-NAME
           PERFORM WRITE-MANIFEST-ENTRY
           CLOSE MANIFEST-FILE

           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "chmod a-w " DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               FUNCTION TRIM(WS-PACKAGE-DIR) DELIMITED BY SIZE
               '"/* "' DELIMITED BY SIZE
               FUNCTION TRIM(WS-PACKAGE-DIR) DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               INTO WS-SHELL-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-COMMAND
           MOVE RETURN-CODE TO WS-SHELL-RC
           IF WS-SHELL-RC NOT = 0
              DISPLAY "O3DIAG-LEGAL-HOLD: cannot make package "
                 FUNCTION TRIM(WS-PACKAGE-DIR) " read-only"
              MOVE WS-RC-PACKAGE-FAILED TO RETURN-CODE
              STOP RUN
           END-IF.

       MEASURE-PACKAGE-FILE.
      *----------------------------------------------------------
      *cksum of WS-MEASURE-PATH into WS-CKSUM-CRC and
      *WS-CKSUM-BYTES, checked numeric before anyone records
      *them.
      *----------------------------------------------------------
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "cksum " DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               FUNCTION TRIM(WS-MEASURE-PATH) DELIMITED BY SIZE
               '" > "' DELIMITED BY SIZE
               FUNCTION TRIM(WS-CKSUM-PATH) DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               INTO WS-SHELL-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-COMMAND
           MOVE RETURN-CODE TO WS-SHELL-RC
           IF WS-SHELL-RC NOT = 0
              DISPLAY "O3DIAG-LEGAL-HOLD: cannot checksum "
                 FUNCTION TRIM(WS-MEASURE-PATH)
                 " for the package manifest"
              MOVE WS-RC-MANIFEST-FAILED TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO WS-CKSUM-CRC WS-CKSUM-BYTES
           OPEN INPUT CKSUM-FILE
           IF WS-CKSUM-STATUS = "00"
              READ CKSUM-FILE
                 AT END CONTINUE
                 NOT AT END
                    UNSTRING CKSUM-LINE DELIMITED BY ALL SPACES
                       INTO WS-CKSUM-CRC WS-CKSUM-BYTES
                    END-UNSTRING
              END-READ
              CLOSE CKSUM-FILE
           END-IF
           MOVE SPACES TO WS-CLEANUP-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               FUNCTION TRIM(WS-CKSUM-PATH) DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               INTO WS-CLEANUP-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-CLEANUP-COMMAND

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CKSUM-CRC))
              TO WS-CKSUM-CRC-LEN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CKSUM-BYTES))
              TO WS-CKSUM-BYTES-LEN
           IF WS-CKSUM-CRC-LEN = ZERO
              OR WS-CKSUM-CRC(1:WS-CKSUM-CRC-LEN) IS NOT NUMERIC
              OR WS-CKSUM-BYTES-LEN = ZERO
              OR WS-CKSUM-BYTES(1:WS-CKSUM-BYTES-LEN)
                 IS NOT NUMERIC
              DISPLAY "O3DIAG-LEGAL-HOLD: unusable cksum output "
                 "for " FUNCTION TRIM(WS-MEASURE-PATH)
              MOVE WS-RC-MANIFEST-FAILED TO RETURN-CODE
              STOP RUN
           END-IF.

       WRITE-MANIFEST-ENTRY.
           MOVE SPACES TO MANIFEST-RECORD
           MOVE WS-EXTRACT-NAME TO MAN-ARCHIVE-NAME
           COMPUTE MAN-BYTE-COUNT =
              FUNCTION NUMVAL(WS-CKSUM-BYTES)
           COMPUTE MAN-CHECKSUM =
              FUNCTION NUMVAL(WS-CKSUM-CRC)
           MOVE FUNCTION CURRENT-DATE TO MAN-TIMESTAMP
           MOVE WS-PACKAGE-DIR TO MAN-DEST
           WRITE MANIFEST-RECORD
           IF WS-MANIFEST-STATUS NOT = "00"
              DISPLAY "O3DIAG-LEGAL-HOLD: write failed to "
                 FUNCTION TRIM(WS-MANIFEST-PATH)
                 " (file status " WS-MANIFEST-STATUS ")"
              CLOSE MANIFEST-FILE
              MOVE WS-RC-MANIFEST-FAILED TO RETURN-CODE
              STOP RUN
           END-IF.

       REGISTER-HELD-FILES.
      *----------------------------------------------------------
      *Held-file records for the Retention Manager: every flat
      *export or archive that yielded lines (the store extract's
      *origin is the store itself, covered by the scope records),
      *then every file of the package, manifest and seal
      *included.
      *----------------------------------------------------------
           PERFORM OPEN-REGISTRY-FOR-APPEND
           PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
                 UNTIL WS-PKG-IDX > WS-PKG-COUNT
              IF WS-PKG-ORIGIN(WS-PKG-IDX) NOT = SPACES
                 AND WS-PKG-ORIGIN(WS-PKG-IDX) NOT = WS-INDEX-PATH
                 MOVE WS-PKG-ORIGIN(WS-PKG-IDX) TO WS-CAND-PATH
                 PERFORM WRITE-HELD-FILE-RECORD
              END-IF
              MOVE WS-PKG-NAME(WS-PKG-IDX) TO WS-EXTRACT-NAME
              PERFORM WRITE-HELD-PACKAGE-RECORD
           END-PERFORM
           MOVE WS-MANIFEST-NAME TO WS-EXTRACT-NAME
           PERFORM WRITE-HELD-PACKAGE-RECORD
           MOVE WS-SEAL-NAME TO WS-EXTRACT-NAME
           PERFORM WRITE-HELD-PACKAGE-RECORD
           CLOSE HOLD-FILE.

       WRITE-HELD-PACKAGE-RECORD.
           MOVE SPACES TO WS-CAND-PATH
           STRING FUNCTION TRIM(WS-PACKAGE-DIR) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(WS-EXTRACT-NAME) DELIMITED BY SIZE
               INTO WS-CAND-PATH
           END-STRING
           PERFORM WRITE-HELD-FILE-RECORD.

       WRITE-HELD-FILE-RECORD.
           MOVE SPACES TO HOLD-RECORD
           MOVE "F" TO HOLD-RECORD-TYPE
           MOVE WS-CASE-ID TO HOLD-CASE-ID
           MOVE WS-RUN-ID TO HOLD-TIMESTAMP
           PERFORM NORMALISE-CAND-PATH
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-CAND-PATH))
                 > LENGTH OF HOLD-FILE-PATH
              DISPLAY "O3DIAG-LEGAL-HOLD: held file path longer "
                 "than the registry holds - "
                 FUNCTION TRIM(WS-CAND-PATH)
              CLOSE HOLD-FILE
              MOVE WS-RC-REGISTRY-FAILED TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-CAND-PATH TO HOLD-FILE-PATH
           PERFORM WRITE-HOLD-RECORD.

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

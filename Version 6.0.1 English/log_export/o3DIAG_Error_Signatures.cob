      *------------------------------
      *o3DIAG Error Signatures
      *------------------------------
      *Copyright (c) openw3rk INVENT
      *License: MIT-License
      *------------------------------
      *https://openw3rk.de
      *https://o3diag.openw3rk.de
      *https://o3diag.openw3rk.de/help/develop/cobol
      *-----------------------------------------------
      *Recurring-error catalog over the indexed log store the
      *export manager maintains (O3DIDX). The inquiry program and
      *the console answer "what did X log in this window"; neither
      *answers problem management's standing question, "is this
      *error new, or has it always been there?".
      *
      *This program walks the store's ERROR and FATAL entries
      *stored since its previous pass and collapses messages that
      *differ only in their variable parts into one signature:
      *every word carrying a digit (numbers, order and session
      *IDs, hex addresses, IP addresses, timestamps) becomes #,
      *and every quoted value becomes "*". The signatures are
      *kept per component in a persistent catalog (O3DSIG) with
      *first-seen and last-seen log dates and a running count, and
      *a morning report lists the top recurring signatures and,
      *separately, every signature seen for the first time in
      *this pass - last night's new errors.
      *
      *The store is keyed on the log stamp, not on when an entry
      *was stored, so a pass cannot simply resume past the last
      *key it saw: a weekly or month-end export, a carried-over
      *file or a late source stores entries dated days back, and
      *UTC normalization moves stamps earlier. Each pass rescans
      *the LOOKBACK-DAYS log days below its mark, and the catalog
      *keeps the keys of the entries already absorbed in that
      *window so none is counted twice.
      *
      *Arguments: store path, then optional CATALOG=path (default
      *O3DIAG-SIGNATURE-CATALOG.DAT, rewritten each pass),
      *REPORT=path (default O3DIAG-SIGNATURE-REPORT.TXT), TOP=n
      *for the length of the top list (default 20) and
      *LOOKBACK-DAYS=n for the rescanned window (default 8, so a
      *weekly export's backlog is still caught).
      *-----------------------------------------------

       IDENTIFICATION DIVISION.
       PROGRAM-ID. O3DIAG-ERROR-SIGNATURES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEX-FILE ASSIGN TO DYNAMIC WS-INDEX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-KEY
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INDEX-FILE.
           COPY O3DIDX.
       FD  CATALOG-FILE.
           COPY O3DSIG.
       FD  REPORT-FILE.
       01  REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-INDEX-PATH        PIC X(256) VALUE SPACES.
       01  WS-INDEX-STATUS      PIC XX.
       01  WS-CATALOG-PATH      PIC X(256)
               VALUE "O3DIAG-SIGNATURE-CATALOG.DAT".
       01  WS-CATALOG-STATUS    PIC XX.
       01  WS-CATALOG-EOF       PIC X VALUE "N".
       01  WS-REPORT-FILE-PATH  PIC X(256)
               VALUE "O3DIAG-SIGNATURE-REPORT.TXT".
       01  WS-REPORT-STATUS     PIC XX.
       01  WS-EXTRA-ARG         PIC X(256) VALUE SPACES.
       01  WS-ARGS-DONE         PIC X VALUE "N".
       01  WS-READ-EOF          PIC X VALUE "N".
       01  WS-RUN-TIMESTAMP     PIC X(21) VALUE SPACES.

      *----------------------------------------------------------
      *Distinct RETURN-CODE values so the scheduler can tell a
      *missing store from a catalog that could not be read back
      *or rewritten - a catalog lost mid-rewrite loses every
      *first-seen date it carried.
      *----------------------------------------------------------
       01  WS-RC-INDEX-OPEN-FAILED   PIC 9(4) VALUE 10.
       01  WS-RC-BAD-ARGUMENTS       PIC 9(4) VALUE 12.
       01  WS-RC-CATALOG-FAILED      PIC 9(4) VALUE 14.
       01  WS-RC-REPORT-OPEN-FAILED  PIC 9(4) VALUE 16.
       01  WS-RC-REPORT-WRITE-FAILED PIC 9(4) VALUE 18.
       01  WS-RC-TABLE-OVERFLOW      PIC 9(4) VALUE 20.

      *----------------------------------------------------------
      *Look-back window in log days, overridable by
      *LOOKBACK-DAYS=.
      *----------------------------------------------------------
       01  WS-LOOKBACK-DAYS     PIC 9(4) VALUE 8.

      *----------------------------------------------------------
      *Length of the top list, overridable by TOP=.
      *----------------------------------------------------------
       01  WS-TOP-COUNT         PIC 9(4) VALUE 20.
       01  WS-NUM-DIGITS        PIC X(8) VALUE SPACES.
       01  WS-NUM-LEN           PIC 9(4) VALUE ZERO.

      *----------------------------------------------------------
      *Scan mark: the highest store key absorbed so far, carried
      *in the catalog's first record, and WS-KEPT-FROM, the log
      *date from which the catalog holds the keys of absorbed
      *entries. The pass starts LOOKBACK-DAYS before the mark's
      *date. An entry above the mark is new; one at or below it
      *was absorbed unless it is dated inside the kept window and
      *its key is not among the kept ones - it was stored late.
      *Below the kept window (or with no window, a catalog from
      *before keys were kept) everything up to the mark counts as
      *absorbed. A blank mark is the first pass - the whole store
      *is absorbed then.
      *----------------------------------------------------------
       01  WS-SCAN-MARK         PIC X(57) VALUE SPACES.
       01  WS-PREV-SCAN-TS      PIC X(21) VALUE SPACES.
       01  WS-KEPT-FROM         PIC X(10) VALUE SPACES.
       01  WS-NEW-KEPT-FROM     PIC X(10) VALUE SPACES.
       01  WS-SCAN-FROM         PIC X(10) VALUE SPACES.
       01  WS-DATE-NUM          PIC 9(8)  VALUE ZERO.
       01  WS-DAY-NUM           PIC 9(8)  VALUE ZERO.
       01  WS-ALREADY-ABSORBED  PIC X     VALUE "N".

      *----------------------------------------------------------
      *Absorbed keys: those the catalog brought in (ascending, as
      *they were written, walked in step with the store) and the
      *ERROR/FATAL keys this pass met, absorbed now or before,
      *to be written back for the next pass's window. A full
      *table stops the run rather than risk counting twice.
      *----------------------------------------------------------
       01  WS-KEY-MAX           PIC 9(6) VALUE 65536.
       01  WS-OLD-KEY-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-OLD-KEY-PTR       PIC 9(6) VALUE 1.
       01  WS-OLD-KEY-TABLE.
           05  WS-OLD-KEY OCCURS 65536 TIMES PIC X(57).
       01  WS-NEW-KEY-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-NEW-KEY-IDX       PIC 9(6) VALUE ZERO.
       01  WS-NEW-KEY-TABLE.
           05  WS-NEW-KEY OCCURS 65536 TIMES PIC X(57).

      *----------------------------------------------------------
      *The catalog, loaded whole and rewritten whole at the end of
      *the pass. A full table stops the run: a catalog that
      *silently dropped signatures would report old errors as new
      *the night they came back.
      *----------------------------------------------------------
       01  WS-SIG-MAX           PIC 9(4) VALUE 2048.
       01  WS-SIG-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-SIG-IDX           PIC 9(4) VALUE ZERO.
       01  WS-SIG-FOUND         PIC 9(4) VALUE ZERO.
       01  WS-SIG-TABLE.
           05  WS-SIG-ENTRY OCCURS 2048 TIMES.
               10  WS-SIG-COMPONENT  PIC X(30).
               10  WS-SIG-SEVERITY   PIC X(5).
               10  WS-SIG-FIRST-SEEN PIC X(10).
               10  WS-SIG-LAST-SEEN  PIC X(10).
               10  WS-SIG-TOTAL      PIC 9(9).
               10  WS-SIG-TEXT       PIC X(256).
               10  WS-SIG-NIGHT      PIC 9(9).
               10  WS-SIG-NEW        PIC X.
               10  WS-SIG-LISTED     PIC X.

      *----------------------------------------------------------
      *Message normalization work fields. The message is walked
      *word by word; a word is a run of characters up to the next
      *delimiter (space and the punctuation that separates values
      *in log text) or quote.
      *----------------------------------------------------------
       01  WS-NRM-MESSAGE       PIC X(256) VALUE SPACES.
       01  WS-NRM-TEXT          PIC X(256) VALUE SPACES.
       01  WS-NRM-MSG-LEN       PIC 9(4)   VALUE ZERO.
       01  WS-NRM-OUT-LEN       PIC 9(4)   VALUE ZERO.
       01  WS-NRM-POS           PIC 9(4)   VALUE ZERO.
       01  WS-NRM-END           PIC 9(4)   VALUE ZERO.
       01  WS-NRM-SCAN          PIC 9(4)   VALUE ZERO.
       01  WS-NRM-CHAR          PIC X      VALUE SPACE.
       01  WS-NRM-QUOTE         PIC X      VALUE SPACE.
       01  WS-NRM-DELIM         PIC X      VALUE "N".
       01  WS-NRM-HAS-DIGIT     PIC X      VALUE "N".
       01  WS-NRM-WORD-DONE     PIC X      VALUE "N".
       01  WS-NRM-WORD-LEN      PIC 9(4)   VALUE ZERO.
       01  WS-NRM-EMIT          PIC X(256) VALUE SPACES.
       01  WS-NRM-EMIT-LEN      PIC 9(4)   VALUE ZERO.

      *----------------------------------------------------------
      *Top-list selection: repeated pick of the highest running
      *count not yet listed.
      *----------------------------------------------------------
       01  WS-RANK              PIC 9(4) VALUE ZERO.
       01  WS-BEST-IDX          PIC 9(4) VALUE ZERO.
       01  WS-BEST-TOTAL        PIC 9(9) VALUE ZERO.

      *----------------------------------------------------------
      *Run totals for the closing summary.
      *----------------------------------------------------------
       01  WS-SCANNED-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-ABSORBED-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-NEW-COUNT         PIC 9(4) VALUE ZERO.

      *----------------------------------------------------------
      *Report line layouts.
      *----------------------------------------------------------
       01  WS-DETAIL-LINE.
           05  FILLER           PIC XX    VALUE SPACES.
           05  DET-RANK         PIC ZZZ9.
           05  FILLER           PIC X     VALUE SPACE.
           05  DET-COMPONENT    PIC X(30).
           05  FILLER           PIC X     VALUE SPACE.
           05  DET-SEVERITY     PIC X(5).
           05  FILLER           PIC X     VALUE SPACE.
           05  DET-TOTAL        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X     VALUE SPACE.
           05  DET-NIGHT        PIC ZZZ,ZZ9.
           05  FILLER           PIC X     VALUE SPACE.
           05  DET-FIRST-SEEN   PIC X(10).
           05  FILLER           PIC X     VALUE SPACE.
           05  DET-LAST-SEEN    PIC X(10).

       01  WS-HEADING-LINE.
           05  FILLER           PIC XX    VALUE SPACES.
           05  FILLER           PIC X(5)  VALUE "RANK".
           05  FILLER           PIC X(31) VALUE "COMPONENT".
           05  FILLER           PIC X(6)  VALUE "SEV".
           05  FILLER           PIC X(12) VALUE "      TOTAL".
           05  FILLER           PIC X(8)  VALUE "  NIGHT".
           05  FILLER           PIC X(11) VALUE "FIRST SEEN".
           05  FILLER           PIC X(10) VALUE "LAST SEEN".

       01  WS-TEXT-LINE.
           05  FILLER           PIC X(7)  VALUE SPACES.
           05  TXT-SIGNATURE    PIC X(125).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-INDEX-PATH FROM ARGUMENT-VALUE
           PERFORM GET-EXTRA-ARGS

           IF WS-INDEX-PATH = SPACES
              DISPLAY "O3DIAG-ERROR-SIGNATURES: usage is store-path "
                 "[CATALOG=path] [REPORT=path] [TOP=n] "
                 "[LOOKBACK-DAYS=n]"
              MOVE WS-RC-BAD-ARGUMENTS TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           PERFORM LOAD-SIGNATURE-CATALOG

           OPEN INPUT INDEX-FILE
           IF WS-INDEX-STATUS NOT = "00"
              DISPLAY "O3DIAG-ERROR-SIGNATURES: cannot open index "
                 "store " FUNCTION TRIM(WS-INDEX-PATH)
                 " (file status " WS-INDEX-STATUS ")"
              MOVE WS-RC-INDEX-OPEN-FAILED TO RETURN-CODE
              STOP RUN
           END-IF

      *----------------------------------------------------------
      *Keyed positioning at the start of the look-back window, as
      *the inquiry program positions at its window start, then
      *READ NEXT to the end of the store.
      *----------------------------------------------------------
           MOVE LOW-VALUES TO IDX-KEY
           IF WS-SCAN-MARK NOT = SPACES
              AND WS-SCAN-MARK(1:4) IS NUMERIC
              AND WS-SCAN-MARK(6:2) IS NUMERIC
              AND WS-SCAN-MARK(9:2) IS NUMERIC
              MOVE WS-SCAN-MARK(1:10) TO WS-SCAN-FROM
              PERFORM STEP-BACK-LOOKBACK
              MOVE WS-SCAN-FROM TO IDX-LOG-DATE
           END-IF
           START INDEX-FILE KEY IS NOT LESS THAN IDX-KEY
              INVALID KEY MOVE "Y" TO WS-READ-EOF
           END-START

           PERFORM UNTIL WS-READ-EOF = "Y"
              READ INDEX-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-READ-EOF
                 NOT AT END
                    ADD 1 TO WS-SCANNED-COUNT
                    IF IDX-SEVERITY = "ERROR"
                       OR IDX-SEVERITY = "FATAL"
                       PERFORM CHECK-ALREADY-ABSORBED
                       IF WS-ALREADY-ABSORBED = "N"
                          PERFORM ABSORB-STORE-ENTRY
                       END-IF
                       PERFORM KEEP-ABSORBED-KEY
                    END-IF
              END-READ
           END-PERFORM
           CLOSE INDEX-FILE

      *----------------------------------------------------------
      *The mark only ever moves up: the pass read the store in
      *key order, so its highest key is the last it kept.
      *----------------------------------------------------------
           IF WS-NEW-KEY-COUNT > ZERO
              AND WS-NEW-KEY(WS-NEW-KEY-COUNT) > WS-SCAN-MARK
              MOVE WS-NEW-KEY(WS-NEW-KEY-COUNT) TO WS-SCAN-MARK
           END-IF
           MOVE SPACES TO WS-NEW-KEPT-FROM
           IF WS-SCAN-MARK NOT = SPACES
              MOVE WS-SCAN-MARK(1:10) TO WS-SCAN-FROM
              PERFORM STEP-BACK-LOOKBACK
              MOVE WS-SCAN-FROM TO WS-NEW-KEPT-FROM
           END-IF

           PERFORM SAVE-SIGNATURE-CATALOG
           PERFORM WRITE-SIGNATURE-REPORT

           DISPLAY "o3DIAG Error Signatures: " WS-SCANNED-COUNT
              " store entr(ies) scanned, " WS-ABSORBED-COUNT
              " error(s) absorbed, " WS-SIG-COUNT
              " signature(s) in catalog, " WS-NEW-COUNT
              " new - report written to "
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
                    WHEN WS-EXTRA-ARG(1:8) = "CATALOG="
                       MOVE WS-EXTRA-ARG(9:) TO WS-CATALOG-PATH
                    WHEN WS-EXTRA-ARG(1:7) = "REPORT="
                       MOVE WS-EXTRA-ARG(8:) TO WS-REPORT-FILE-PATH
                    WHEN WS-EXTRA-ARG(1:4) = "TOP="
                       PERFORM APPLY-TOP-ARG
                    WHEN WS-EXTRA-ARG(1:14) = "LOOKBACK-DAYS="
                       PERFORM APPLY-LOOKBACK-ARG
                    WHEN WS-EXTRA-ARG = SPACES
                       MOVE "Y" TO WS-ARGS-DONE
                    WHEN OTHER
                       DISPLAY "O3DIAG-ERROR-SIGNATURES: ignoring "
                          "unrecognised argument "
                          FUNCTION TRIM(WS-EXTRA-ARG)
                 END-EVALUATE
              END-IF
           END-PERFORM.

       APPLY-TOP-ARG.
           MOVE SPACES TO WS-NUM-DIGITS
           MOVE FUNCTION TRIM(WS-EXTRA-ARG(5:)) TO WS-NUM-DIGITS
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NUM-DIGITS))
              TO WS-NUM-LEN
           IF WS-NUM-LEN = ZERO
              OR WS-NUM-DIGITS(1:WS-NUM-LEN) IS NOT NUMERIC
              DISPLAY "O3DIAG-ERROR-SIGNATURES: TOP value is not a "
                 "number: " FUNCTION TRIM(WS-EXTRA-ARG)
              MOVE WS-RC-BAD-ARGUMENTS TO RETURN-CODE
              STOP RUN
           END-IF
           COMPUTE WS-TOP-COUNT = FUNCTION NUMVAL(WS-NUM-DIGITS)
           IF WS-TOP-COUNT = ZERO
              DISPLAY "O3DIAG-ERROR-SIGNATURES: TOP must be at "
                 "least 1"
              MOVE WS-RC-BAD-ARGUMENTS TO RETURN-CODE
              STOP RUN
           END-IF.

       APPLY-LOOKBACK-ARG.
           MOVE SPACES TO WS-NUM-DIGITS
           MOVE FUNCTION TRIM(WS-EXTRA-ARG(15:)) TO WS-NUM-DIGITS
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NUM-DIGITS))
              TO WS-NUM-LEN
           IF WS-NUM-LEN = ZERO OR WS-NUM-LEN > 4
              OR WS-NUM-DIGITS(1:WS-NUM-LEN) IS NOT NUMERIC
              DISPLAY "O3DIAG-ERROR-SIGNATURES: LOOKBACK-DAYS value "
                 "is not a number: " FUNCTION TRIM(WS-EXTRA-ARG)
              MOVE WS-RC-BAD-ARGUMENTS TO RETURN-CODE
              STOP RUN
           END-IF
           COMPUTE WS-LOOKBACK-DAYS = FUNCTION NUMVAL(WS-NUM-DIGITS).

       LOAD-SIGNATURE-CATALOG.
      *----------------------------------------------------------
      *No catalog yet (status 35) is the first pass: an empty
      *table and a blank scan mark.
      *----------------------------------------------------------
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS = "35"
              DISPLAY "O3DIAG-ERROR-SIGNATURES: no catalog at "
                 FUNCTION TRIM(WS-CATALOG-PATH)
                 " - starting a new one"
           ELSE
              IF WS-CATALOG-STATUS NOT = "00"
                 DISPLAY "O3DIAG-ERROR-SIGNATURES: cannot open "
                    "catalog " FUNCTION TRIM(WS-CATALOG-PATH)
                    " (file status " WS-CATALOG-STATUS ")"
                 MOVE WS-RC-CATALOG-FAILED TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL WS-CATALOG-EOF = "Y"
                 READ CATALOG-FILE
                    AT END MOVE "Y" TO WS-CATALOG-EOF
                    NOT AT END PERFORM TAKE-CATALOG-RECORD
                 END-READ
              END-PERFORM
              CLOSE CATALOG-FILE
           END-IF.

       TAKE-CATALOG-RECORD.
           EVALUATE SIG-RECORD-TYPE
              WHEN "M"
                 MOVE SIG-MARK-KEY TO WS-SCAN-MARK
                 MOVE SIG-MARK-TS TO WS-PREV-SCAN-TS
                 MOVE SIG-MARK-KEPT-FROM TO WS-KEPT-FROM
              WHEN "K"
                 IF WS-OLD-KEY-COUNT >= WS-KEY-MAX
                    DISPLAY "O3DIAG-ERROR-SIGNATURES: catalog "
                       "holds more than " WS-KEY-MAX " absorbed keys"
                    CLOSE CATALOG-FILE
                    MOVE WS-RC-TABLE-OVERFLOW TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-OLD-KEY-COUNT
                 MOVE SIG-ABSORBED-KEY TO WS-OLD-KEY(WS-OLD-KEY-COUNT)
              WHEN "S"
                 IF WS-SIG-COUNT >= WS-SIG-MAX
                    DISPLAY "O3DIAG-ERROR-SIGNATURES: catalog "
                       "holds more than " WS-SIG-MAX " signatures"
                    CLOSE CATALOG-FILE
                    MOVE WS-RC-TABLE-OVERFLOW TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-SIG-COUNT
                 MOVE SIG-COMPONENT TO WS-SIG-COMPONENT(WS-SIG-COUNT)
                 MOVE SIG-SEVERITY TO WS-SIG-SEVERITY(WS-SIG-COUNT)
                 MOVE SIG-FIRST-SEEN
                    TO WS-SIG-FIRST-SEEN(WS-SIG-COUNT)
                 MOVE SIG-LAST-SEEN TO WS-SIG-LAST-SEEN(WS-SIG-COUNT)
                 IF SIG-COUNT IS NUMERIC
                    MOVE SIG-COUNT TO WS-SIG-TOTAL(WS-SIG-COUNT)
                 ELSE
                    MOVE ZERO TO WS-SIG-TOTAL(WS-SIG-COUNT)
                 END-IF
                 MOVE SIG-TEXT TO WS-SIG-TEXT(WS-SIG-COUNT)
                 MOVE ZERO TO WS-SIG-NIGHT(WS-SIG-COUNT)
                 MOVE "N" TO WS-SIG-NEW(WS-SIG-COUNT)
                 MOVE "N" TO WS-SIG-LISTED(WS-SIG-COUNT)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       STEP-BACK-LOOKBACK.
      *----------------------------------------------------------
      *WS-SCAN-FROM (YYYY-MM-DD) moved back WS-LOOKBACK-DAYS days.
      *----------------------------------------------------------
           STRING WS-SCAN-FROM(1:4) WS-SCAN-FROM(6:2)
               WS-SCAN-FROM(9:2) DELIMITED BY SIZE
               INTO WS-DATE-NUM
           END-STRING
           COMPUTE WS-DAY-NUM = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              - WS-LOOKBACK-DAYS
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-NUM)
           STRING WS-DATE-NUM(1:4) "-" WS-DATE-NUM(5:2) "-"
               WS-DATE-NUM(7:2) DELIMITED BY SIZE
               INTO WS-SCAN-FROM
           END-STRING.

       CHECK-ALREADY-ABSORBED.
      *----------------------------------------------------------
      *The kept keys are in store order, so the pointer into them
      *only moves forward as the store is read.
      *----------------------------------------------------------
           MOVE "N" TO WS-ALREADY-ABSORBED
           IF WS-SCAN-MARK NOT = SPACES
              AND IDX-KEY NOT > WS-SCAN-MARK
              IF WS-KEPT-FROM = SPACES
                 OR IDX-LOG-DATE < WS-KEPT-FROM
                 MOVE "Y" TO WS-ALREADY-ABSORBED
              ELSE
                 PERFORM UNTIL WS-OLD-KEY-PTR > WS-OLD-KEY-COUNT
                       OR WS-OLD-KEY(WS-OLD-KEY-PTR) NOT < IDX-KEY
                    ADD 1 TO WS-OLD-KEY-PTR
                 END-PERFORM
                 IF WS-OLD-KEY-PTR <= WS-OLD-KEY-COUNT
                    AND WS-OLD-KEY(WS-OLD-KEY-PTR) = IDX-KEY
                    MOVE "Y" TO WS-ALREADY-ABSORBED
                 END-IF
              END-IF
           END-IF.

       KEEP-ABSORBED-KEY.
           IF WS-NEW-KEY-COUNT >= WS-KEY-MAX
              DISPLAY "O3DIAG-ERROR-SIGNATURES: more than "
                 WS-KEY-MAX " ERROR/FATAL entries in the look-back "
                 "window - shorten LOOKBACK-DAYS"
              CLOSE INDEX-FILE
              MOVE WS-RC-TABLE-OVERFLOW TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-NEW-KEY-COUNT
           MOVE IDX-KEY TO WS-NEW-KEY(WS-NEW-KEY-COUNT).

       ABSORB-STORE-ENTRY.
      *----------------------------------------------------------
      *One ERROR/FATAL entry into the catalog: normalize, find
      *the component's signature or open a new one, count it.
      *FATAL outranks ERROR on a signature seen at both. Only the
      *message up to the first \n is the signature: an entry
      *stored from an assembled event carries its stack trace
      *after it, and the same error raised from two call paths
      *is still the same error.
      *----------------------------------------------------------
           ADD 1 TO WS-ABSORBED-COUNT
           MOVE SPACES TO WS-NRM-MESSAGE
           UNSTRING IDX-MESSAGE DELIMITED BY "\n"
              INTO WS-NRM-MESSAGE
           END-UNSTRING
           PERFORM NORMALIZE-MESSAGE

           MOVE ZERO TO WS-SIG-FOUND
           PERFORM VARYING WS-SIG-IDX FROM 1 BY 1
                 UNTIL WS-SIG-IDX > WS-SIG-COUNT
                 OR WS-SIG-FOUND > 0
              IF WS-SIG-COMPONENT(WS-SIG-IDX) = IDX-COMPONENT
                 AND WS-SIG-TEXT(WS-SIG-IDX) = WS-NRM-TEXT
                 MOVE WS-SIG-IDX TO WS-SIG-FOUND
              END-IF
           END-PERFORM

           IF WS-SIG-FOUND = ZERO
              IF WS-SIG-COUNT >= WS-SIG-MAX
                 DISPLAY "O3DIAG-ERROR-SIGNATURES: more than "
                    WS-SIG-MAX " distinct signatures - refusing "
                    "to save a truncated catalog"
                 CLOSE INDEX-FILE
                 MOVE WS-RC-TABLE-OVERFLOW TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-SIG-COUNT
              ADD 1 TO WS-NEW-COUNT
              MOVE IDX-COMPONENT TO WS-SIG-COMPONENT(WS-SIG-COUNT)
              MOVE IDX-SEVERITY TO WS-SIG-SEVERITY(WS-SIG-COUNT)
              MOVE IDX-LOG-DATE TO WS-SIG-FIRST-SEEN(WS-SIG-COUNT)
              MOVE ZERO TO WS-SIG-TOTAL(WS-SIG-COUNT)
              MOVE WS-NRM-TEXT TO WS-SIG-TEXT(WS-SIG-COUNT)
              MOVE ZERO TO WS-SIG-NIGHT(WS-SIG-COUNT)
              MOVE "Y" TO WS-SIG-NEW(WS-SIG-COUNT)
              MOVE "N" TO WS-SIG-LISTED(WS-SIG-COUNT)
              MOVE WS-SIG-COUNT TO WS-SIG-FOUND
           END-IF

           ADD 1 TO WS-SIG-TOTAL(WS-SIG-FOUND)
           ADD 1 TO WS-SIG-NIGHT(WS-SIG-FOUND)
           IF IDX-SEVERITY = "FATAL"
              MOVE "FATAL" TO WS-SIG-SEVERITY(WS-SIG-FOUND)
           END-IF
           IF IDX-LOG-DATE > WS-SIG-LAST-SEEN(WS-SIG-FOUND)
              MOVE IDX-LOG-DATE TO WS-SIG-LAST-SEEN(WS-SIG-FOUND)
           END-IF
           IF IDX-LOG-DATE < WS-SIG-FIRST-SEEN(WS-SIG-FOUND)
              MOVE IDX-LOG-DATE TO WS-SIG-FIRST-SEEN(WS-SIG-FOUND)
           END-IF.

       NORMALIZE-MESSAGE.
      *----------------------------------------------------------
      *Builds WS-NRM-TEXT from WS-NRM-MESSAGE: a quoted value
      *becomes "*" (its own quote character kept), a word holding
      *any digit - or a 0x hex word - becomes #, everything else
      *is copied, with runs of spaces squeezed to one so padding
      *differences do not split a signature.
      *----------------------------------------------------------
           MOVE SPACES TO WS-NRM-TEXT
           MOVE ZERO TO WS-NRM-OUT-LEN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NRM-MESSAGE
              TRAILING)) TO WS-NRM-MSG-LEN
           IF WS-NRM-MESSAGE = SPACES
              MOVE ZERO TO WS-NRM-MSG-LEN
           END-IF
           MOVE 1 TO WS-NRM-POS
           PERFORM UNTIL WS-NRM-POS > WS-NRM-MSG-LEN
              MOVE WS-NRM-MESSAGE(WS-NRM-POS:1) TO WS-NRM-CHAR
              PERFORM CLASSIFY-NORMALIZE-CHAR
              EVALUATE TRUE
                 WHEN WS-NRM-CHAR = '"' OR WS-NRM-CHAR = "'"
                    PERFORM NORMALIZE-QUOTED-VALUE
                 WHEN WS-NRM-DELIM = "Y"
                    IF WS-NRM-CHAR NOT = SPACE
                       OR (WS-NRM-OUT-LEN > ZERO
                           AND WS-NRM-TEXT(WS-NRM-OUT-LEN:1)
                              NOT = SPACE)
                       MOVE WS-NRM-CHAR TO WS-NRM-EMIT
                       MOVE 1 TO WS-NRM-EMIT-LEN
                       PERFORM APPEND-NORMALIZED
                    END-IF
                    ADD 1 TO WS-NRM-POS
                 WHEN OTHER
                    PERFORM NORMALIZE-WORD
              END-EVALUATE
           END-PERFORM.

       CLASSIFY-NORMALIZE-CHAR.
           MOVE "N" TO WS-NRM-DELIM
           IF WS-NRM-CHAR = SPACE OR "," OR ";" OR "=" OR "("
                 OR ")" OR "[" OR "]" OR "{" OR "}" OR "<" OR ">"
                 OR "/" OR "\" OR "|"
              MOVE "Y" TO WS-NRM-DELIM
           END-IF.

       NORMALIZE-QUOTED-VALUE.
      *----------------------------------------------------------
      *An unmatched quote (an apostrophe in running text) is
      *copied as it stands.
      *----------------------------------------------------------
           MOVE WS-NRM-CHAR TO WS-NRM-QUOTE
           MOVE ZERO TO WS-NRM-END
           PERFORM VARYING WS-NRM-SCAN FROM WS-NRM-POS BY 1
                 UNTIL WS-NRM-SCAN >= WS-NRM-MSG-LEN
                 OR WS-NRM-END > 0
              IF WS-NRM-MESSAGE(WS-NRM-SCAN + 1:1) = WS-NRM-QUOTE
                 COMPUTE WS-NRM-END = WS-NRM-SCAN + 1
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-NRM-EMIT
           IF WS-NRM-END = ZERO
              MOVE WS-NRM-QUOTE TO WS-NRM-EMIT
              MOVE 1 TO WS-NRM-EMIT-LEN
              ADD 1 TO WS-NRM-POS
           ELSE
              STRING WS-NRM-QUOTE DELIMITED BY SIZE
                  "*" DELIMITED BY SIZE
                  WS-NRM-QUOTE DELIMITED BY SIZE
                  INTO WS-NRM-EMIT
              END-STRING
              MOVE 3 TO WS-NRM-EMIT-LEN
              COMPUTE WS-NRM-POS = WS-NRM-END + 1
           END-IF
           PERFORM APPEND-NORMALIZED.

       NORMALIZE-WORD.
           MOVE "N" TO WS-NRM-HAS-DIGIT
           MOVE "N" TO WS-NRM-WORD-DONE
           MOVE WS-NRM-POS TO WS-NRM-END
           PERFORM UNTIL WS-NRM-END > WS-NRM-MSG-LEN
                 OR WS-NRM-WORD-DONE = "Y"
              MOVE WS-NRM-MESSAGE(WS-NRM-END:1) TO WS-NRM-CHAR
              PERFORM CLASSIFY-NORMALIZE-CHAR
              IF WS-NRM-DELIM = "Y"
                 OR WS-NRM-CHAR = '"' OR WS-NRM-CHAR = "'"
                 MOVE "Y" TO WS-NRM-WORD-DONE
              ELSE
                 IF WS-NRM-CHAR IS NUMERIC
                    MOVE "Y" TO WS-NRM-HAS-DIGIT
                 END-IF
                 ADD 1 TO WS-NRM-END
              END-IF
           END-PERFORM
           COMPUTE WS-NRM-WORD-LEN = WS-NRM-END - WS-NRM-POS

           IF WS-NRM-WORD-LEN > 1
              AND (WS-NRM-MESSAGE(WS-NRM-POS:2) = "0x"
                   OR WS-NRM-MESSAGE(WS-NRM-POS:2) = "0X")
              MOVE "Y" TO WS-NRM-HAS-DIGIT
           END-IF

           MOVE SPACES TO WS-NRM-EMIT
           IF WS-NRM-HAS-DIGIT = "Y"
              MOVE "#" TO WS-NRM-EMIT
              MOVE 1 TO WS-NRM-EMIT-LEN
           ELSE
              MOVE WS-NRM-MESSAGE(WS-NRM-POS:WS-NRM-WORD-LEN)
                 TO WS-NRM-EMIT
              MOVE WS-NRM-WORD-LEN TO WS-NRM-EMIT-LEN
           END-IF
           PERFORM APPEND-NORMALIZED
           MOVE WS-NRM-END TO WS-NRM-POS.

       APPEND-NORMALIZED.
           IF WS-NRM-OUT-LEN + WS-NRM-EMIT-LEN <= 256
              MOVE WS-NRM-EMIT(1:WS-NRM-EMIT-LEN)
                 TO WS-NRM-TEXT(WS-NRM-OUT-LEN + 1:WS-NRM-EMIT-LEN)
              ADD WS-NRM-EMIT-LEN TO WS-NRM-OUT-LEN
           END-IF.

       SAVE-SIGNATURE-CATALOG.
      *----------------------------------------------------------
      *Mark record first, then the absorbed keys dated inside the
      *next pass's window, then every signature in table order.
      *The mark moves only after the whole store walk succeeded,
      *so an abended pass is simply re-run.
      *----------------------------------------------------------
           OPEN OUTPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
              DISPLAY "O3DIAG-ERROR-SIGNATURES: cannot rewrite "
                 "catalog " FUNCTION TRIM(WS-CATALOG-PATH)
                 " (file status " WS-CATALOG-STATUS ")"
              MOVE WS-RC-CATALOG-FAILED TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO SIGNATURE-RECORD
           MOVE "M" TO SIG-RECORD-TYPE
           MOVE WS-SCAN-MARK TO SIG-MARK-KEY
           MOVE WS-RUN-TIMESTAMP TO SIG-MARK-TS
           MOVE WS-NEW-KEPT-FROM TO SIG-MARK-KEPT-FROM
           WRITE SIGNATURE-RECORD
           PERFORM CHECK-CATALOG-WRITE

           PERFORM VARYING WS-NEW-KEY-IDX FROM 1 BY 1
                 UNTIL WS-NEW-KEY-IDX > WS-NEW-KEY-COUNT
              IF WS-NEW-KEY(WS-NEW-KEY-IDX)(1:10)
                    NOT < WS-NEW-KEPT-FROM
                 MOVE SPACES TO SIGNATURE-RECORD
                 MOVE "K" TO SIG-RECORD-TYPE
                 MOVE WS-NEW-KEY(WS-NEW-KEY-IDX) TO SIG-ABSORBED-KEY
                 WRITE SIGNATURE-RECORD
                 PERFORM CHECK-CATALOG-WRITE
              END-IF
           END-PERFORM

           PERFORM VARYING WS-SIG-IDX FROM 1 BY 1
                 UNTIL WS-SIG-IDX > WS-SIG-COUNT
              MOVE SPACES TO SIGNATURE-RECORD
              MOVE "S" TO SIG-RECORD-TYPE
              MOVE WS-SIG-COMPONENT(WS-SIG-IDX) TO SIG-COMPONENT
              MOVE WS-SIG-SEVERITY(WS-SIG-IDX) TO SIG-SEVERITY
              MOVE WS-SIG-FIRST-SEEN(WS-SIG-IDX) TO SIG-FIRST-SEEN
              MOVE WS-SIG-LAST-SEEN(WS-SIG-IDX) TO SIG-LAST-SEEN
              MOVE WS-SIG-TOTAL(WS-SIG-IDX) TO SIG-COUNT
              MOVE WS-SIG-TEXT(WS-SIG-IDX) TO SIG-TEXT
              WRITE SIGNATURE-RECORD
              PERFORM CHECK-CATALOG-WRITE
           END-PERFORM
           CLOSE CATALOG-FILE.

       CHECK-CATALOG-WRITE.
           IF WS-CATALOG-STATUS NOT = "00"
              DISPLAY "O3DIAG-ERROR-SIGNATURES: write failed to "
                 "catalog " FUNCTION TRIM(WS-CATALOG-PATH)
                 " (file status " WS-CATALOG-STATUS ")"
              CLOSE CATALOG-FILE
              MOVE WS-RC-CATALOG-FAILED TO RETURN-CODE
              STOP RUN
           END-IF.

       WRITE-SIGNATURE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "O3DIAG-ERROR-SIGNATURES: cannot open report "
                 "file " FUNCTION TRIM(WS-REPORT-FILE-PATH)
                 " (file status " WS-REPORT-STATUS ")"
              MOVE WS-RC-REPORT-OPEN-FAILED TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO REPORT-LINE
           MOVE "o3DIAG RECURRING ERROR SIGNATURES" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM CHECK-REPORT-WRITE
           MOVE SPACES TO REPORT-LINE
           STRING "INDEX STORE: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-INDEX-PATH) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM CHECK-REPORT-WRITE
           MOVE SPACES TO REPORT-LINE
           STRING "CATALOG: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CATALOG-PATH) DELIMITED BY SIZE
               "  PREVIOUS PASS: " DELIMITED BY SIZE
               WS-PREV-SCAN-TS(1:14) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM CHECK-REPORT-WRITE

      *----------------------------------------------------------
      *Top list: the highest running counts, each signature once.
      *----------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM CHECK-REPORT-WRITE
           MOVE SPACES TO REPORT-LINE
           STRING "TOP RECURRING SIGNATURES (UP TO " DELIMITED BY SIZE
               WS-TOP-COUNT DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM CHECK-REPORT-WRITE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM CHECK-REPORT-WRITE

           MOVE ZERO TO WS-RANK
           MOVE 1 TO WS-BEST-IDX
           PERFORM UNTIL WS-RANK >= WS-TOP-COUNT
                 OR WS-BEST-IDX = ZERO
              MOVE ZERO TO WS-BEST-IDX WS-BEST-TOTAL
              PERFORM VARYING WS-SIG-IDX FROM 1 BY 1
                    UNTIL WS-SIG-IDX > WS-SIG-COUNT
                 IF WS-SIG-LISTED(WS-SIG-IDX) = "N"
                    AND WS-SIG-TOTAL(WS-SIG-IDX) > WS-BEST-TOTAL
                    MOVE WS-SIG-IDX TO WS-BEST-IDX
                    MOVE WS-SIG-TOTAL(WS-SIG-IDX) TO WS-BEST-TOTAL
                 END-IF
              END-PERFORM
              IF WS-BEST-IDX > ZERO
                 ADD 1 TO WS-RANK
                 MOVE "Y" TO WS-SIG-LISTED(WS-BEST-IDX)
                 MOVE WS-BEST-IDX TO WS-SIG-IDX
                 PERFORM WRITE-SIGNATURE-DETAIL
              END-IF
           END-PERFORM
           IF WS-RANK = ZERO
              MOVE "  (catalog is empty)" TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM CHECK-REPORT-WRITE
           END-IF

      *----------------------------------------------------------
      *New since the previous pass: the answer to "is this error
      *new?" for last night's entries, in first-seen order.
      *----------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM CHECK-REPORT-WRITE
           MOVE "NEW SIGNATURES (FIRST SEEN SINCE THE PREVIOUS PASS)"
              TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM CHECK-REPORT-WRITE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM CHECK-REPORT-WRITE
           MOVE ZERO TO WS-RANK
           PERFORM VARYING WS-SIG-IDX FROM 1 BY 1
                 UNTIL WS-SIG-IDX > WS-SIG-COUNT
              IF WS-SIG-NEW(WS-SIG-IDX) = "Y"
                 ADD 1 TO WS-RANK
                 PERFORM WRITE-SIGNATURE-DETAIL
              END-IF
           END-PERFORM
           IF WS-NEW-COUNT = ZERO
              MOVE "  (no new signatures)" TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM CHECK-REPORT-WRITE
           END-IF

           CLOSE REPORT-FILE.

       WRITE-SIGNATURE-DETAIL.
           MOVE WS-RANK TO DET-RANK
           MOVE WS-SIG-COMPONENT(WS-SIG-IDX) TO DET-COMPONENT
           MOVE WS-SIG-SEVERITY(WS-SIG-IDX) TO DET-SEVERITY
           MOVE WS-SIG-TOTAL(WS-SIG-IDX) TO DET-TOTAL
           MOVE WS-SIG-NIGHT(WS-SIG-IDX) TO DET-NIGHT
           MOVE WS-SIG-FIRST-SEEN(WS-SIG-IDX) TO DET-FIRST-SEEN
           MOVE WS-SIG-LAST-SEEN(WS-SIG-IDX) TO DET-LAST-SEEN
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM CHECK-REPORT-WRITE
           MOVE WS-SIG-TEXT(WS-SIG-IDX) TO TXT-SIGNATURE
           MOVE WS-TEXT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM CHECK-REPORT-WRITE.

       CHECK-REPORT-WRITE.
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "O3DIAG-ERROR-SIGNATURES: write failed to "
                 "report file " FUNCTION TRIM(WS-REPORT-FILE-PATH)
                 " (file status " WS-REPORT-STATUS ")"
              CLOSE REPORT-FILE
              MOVE WS-RC-REPORT-WRITE-FAILED TO RETURN-CODE
              STOP RUN
           END-IF.

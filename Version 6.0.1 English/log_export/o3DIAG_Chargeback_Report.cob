      *------------------------------
      *o3DIAG Chargeback Report
      *------------------------------
      *Copyright (c) openw3rk INVENT
      *License: MIT-License
      *------------------------------
      *https://openw3rk.de
      *https://o3diag.openw3rk.de
      *https://o3diag.openw3rk.de/help/develop/cobol
      *-----------------------------------------------
      *Monthly storage and volume chargeback. The cost of the log
      *platform is charged back to the application teams whose
      *logs create the volume, measured three ways:
      *
      *  - records and bytes exported per source file, from the
      *    export audit trail (AUD-RECORDS-WRITTEN and
      *    AUD-BYTES-WRITTEN of every export run of the month);
      *  - archive bytes shipped, from MAN-BYTE-COUNT in the
      *    shipping manifest, traced back to the source whose
      *    export output the archive was made from;
      *  - month-end occupancy of the index store per
      *    IDX-COMPONENT: the entries logged up to the end of the
      *    month, at the store's record length each.
      *
      *Sources, archives and components are mapped to teams and
      *their cost centres through a maintained rate and ownership
      *table. Each team gets a statement of its volume and the
      *charge per element, and a flat extract carries one record
      *per team and element for the finance system to load
      *(layout O3DCHG). Anything that maps to no team is listed
      *in its own section, priced at the default rates, instead
      *of falling quietly under the operations budget - it is
      *also how an application nobody registered shows up. The
      *run ends with return code 20 when there is any.
      *
      *The rate table is in the usual "KEYWORD  VALUE" layout;
      *lines starting with * are comments:
      *
      *  RATE-RECORDS     per 1,000 records exported
      *  RATE-EXPORT-MB   per MB of export output
      *  RATE-ARCHIVE-MB  per MB of archives shipped
      *  RATE-STORE-MB    per MB held in the index store
      *  TEAM             starts a team's entry (name, 20 bytes)
      *  COST-CENTRE      the team's cost centre (required)
      *  SOURCE           a source file name pattern the team owns
      *  COMPONENT        an index store component pattern
      *  ARCHIVE          a shipped archive name pattern, for
      *                   archives no export run accounts for
      *
      *Rates ahead of the first TEAM are the defaults; a rate
      *inside a team's entry overrides that one rate for the team.
      *A megabyte is 1,048,576 bytes. Patterns take at most one *,
      *as the driver's MATCH does, and are tried in table order -
      *the first that fits claims the item. A month is a run of
      *batch nights: a stamp before noon belongs to the sweep that
      *started the evening before, so a night's export and the
      *archive shipped from it fall in the same month.
      *
      *Arguments, in any order: RATES=path (required),
      *MONTH=YYYY-MM (default last month), AUDIT=path and
      *MANIFEST=path (defaulting to where the export manager
      *leaves them), STORE=path (an index store to measure; may
      *repeat, up to 16), REPORT=path (default
      *O3DIAG-CHARGEBACK-REPORT.TXT) and EXTRACT=path (default
      *O3DIAG-CHARGEBACK-EXTRACT.TXT).
      *-----------------------------------------------

       IDENTIFICATION DIVISION.
       PROGRAM-ID. O3DIAG-CHARGEBACK-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT INDEX-FILE ASSIGN TO DYNAMIC WS-INDEX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-KEY
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT RATES-FILE ASSIGN TO DYNAMIC WS-RATES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATES-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXTRACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
           COPY O3DAUD.
       FD  MANIFEST-FILE.
           COPY O3DMAN.
       FD  INDEX-FILE.
           COPY O3DIDX.
       FD  RATES-FILE.
       01  RATES-RECORD.
           05  RATE-KEYWORD PIC X(20).
           05  RATE-VALUE   PIC X(256).
       FD  REPORT-FILE.
       01  REPORT-LINE      PIC X(132).
       FD  EXTRACT-FILE.
           COPY O3DCHG.

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-PATH   PIC X(256)
               VALUE "O3DIAG-EXPORT-AUDIT.LOG".
       01  WS-MANIFEST-PATH     PIC X(256)
               VALUE "O3DIAG-SHIP-MANIFEST.LOG".
       01  WS-REPORT-FILE-PATH  PIC X(256)
               VALUE "O3DIAG-CHARGEBACK-REPORT.TXT".
       01  WS-EXTRACT-PATH      PIC X(256)
               VALUE "O3DIAG-CHARGEBACK-EXTRACT.TXT".
       01  WS-RATES-PATH        PIC X(256) VALUE SPACES.
       01  WS-INDEX-PATH        PIC X(256) VALUE SPACES.
       01  WS-AUDIT-STATUS      PIC XX.
       01  WS-MANIFEST-STATUS   PIC XX.
       01  WS-INDEX-STATUS      PIC XX.
       01  WS-RATES-STATUS      PIC XX.
       01  WS-REPORT-STATUS     PIC XX.
       01  WS-EXTRACT-STATUS    PIC XX.
       01  WS-READ-EOF          PIC X VALUE "N".
       01  WS-EXTRA-ARG         PIC X(256) VALUE SPACES.
       01  WS-ARGS-DONE         PIC X VALUE "N".

      *----------------------------------------------------------
      *Distinct RETURN-CODE values. A store the operator named
      *but that cannot be read is a hard failure - a chargeback
      *quietly missing it would bill nobody for storage. A
      *missing manifest only means nothing was shipped yet.
      *WS-RC-UNMAPPED-FOUND is a completed run that left volume
      *no cost centre owns.
      *----------------------------------------------------------
       01  WS-RC-AUDIT-OPEN-FAILED   PIC 9(4) VALUE 10.
       01  WS-RC-BAD-ARGUMENTS       PIC 9(4) VALUE 12.
       01  WS-RC-REPORT-OPEN-FAILED  PIC 9(4) VALUE 14.
       01  WS-RC-REPORT-WRITE-FAILED PIC 9(4) VALUE 16.
       01  WS-RC-TABLE-OVERFLOW      PIC 9(4) VALUE 18.
       01  WS-RC-UNMAPPED-FOUND      PIC 9(4) VALUE 20.
       01  WS-RC-MANIFEST-FAILED     PIC 9(4) VALUE 22.
       01  WS-RC-STORE-FAILED        PIC 9(4) VALUE 24.
       01  WS-RC-RATES-FAILED        PIC 9(4) VALUE 26.
       01  WS-RC-EXTRACT-FAILED      PIC 9(4) VALUE 28.

      *----------------------------------------------------------
      *The charged month as YYYYMM and YYYY-MM. MONTH= overrides
      *the default of last month.
      *----------------------------------------------------------
       01  WS-CUR-MONTH         PIC 9(6) VALUE ZERO.
       01  WS-MONTH-YEAR        PIC 9(4) VALUE ZERO.
       01  WS-MONTH-MM          PIC 9(2) VALUE ZERO.
       01  WS-TODAY             PIC X(21) VALUE SPACES.
       01  WS-CUR-MONTH-TEXT    PIC X(7) VALUE SPACES.

      *----------------------------------------------------------
      *Index stores named by STORE=, measured in turn.
      *----------------------------------------------------------
       01  WS-STORE-MAX         PIC 9(2) VALUE 16.
       01  WS-STORE-COUNT       PIC 9(2) VALUE ZERO.
       01  WS-STORE-IDX         PIC 9(2) VALUE ZERO.
       01  WS-STORE-TABLE.
           05  WS-STORE-ENTRY OCCURS 16 TIMES PIC X(256).

      *----------------------------------------------------------
      *Batch-night arithmetic: integer day numbers, a stamp
      *before noon moved back to the evening the sweep started,
      *and the month the night belongs to.
      *----------------------------------------------------------
       01  WS-DATE-NUM          PIC 9(8) VALUE ZERO.
       01  WS-REC-DAY           PIC 9(8) VALUE ZERO.
       01  WS-REC-MONTH         PIC 9(6) VALUE ZERO.

      *----------------------------------------------------------
      *Rate table loading. A rate is up to five whole digits and
      *six decimals, written plainly (0.25, 12, 0.000150).
      *Element numbers throughout: 1 records, 2 export bytes,
      *3 archive bytes, 4 store bytes.
      *----------------------------------------------------------
       01  WS-RATE-LINE-NUM     PIC 9(5)     VALUE ZERO.
       01  WS-RATE-PROBLEM      PIC X(80)    VALUE SPACES.
       01  WS-RATE-TEXT         PIC X(20)    VALUE SPACES.
       01  WS-RATE-LEN          PIC 9(4)     VALUE ZERO.
       01  WS-RATE-POS          PIC 9(4)     VALUE ZERO.
       01  WS-RATE-POINTS       PIC 9(4)     VALUE ZERO.
       01  WS-RATE-INT-DIGITS   PIC 9(4)     VALUE ZERO.
       01  WS-RATE-DEC-DIGITS   PIC 9(4)     VALUE ZERO.
       01  WS-RATE-OK           PIC X        VALUE "N".
       01  WS-RATE-NUMBER       PIC 9(5)V9(6) VALUE ZERO.
       01  WS-VALUE-LEN         PIC 9(4)     VALUE ZERO.
       01  WS-STAR-COUNT        PIC 9(4)     VALUE ZERO.
       01  WS-DEFAULT-RATES.
           05  WS-DEFAULT-RATE OCCURS 4 TIMES PIC 9(5)V9(6).

      *----------------------------------------------------------
      *Teams in rate table order. Per element: the team's rate
      *(its own or the default), whether it set its own, the
      *volume charged to it (records, or bytes) and the amount.
      *----------------------------------------------------------
       01  WS-TEAM-MAX          PIC 9(2) VALUE 64.
       01  WS-TM-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-TM-IDX            PIC 9(2) VALUE ZERO.
       01  WS-TM-FOUND          PIC 9(2) VALUE ZERO.
       01  WS-TEAM-TABLE.
           05  WS-TEAM-ENTRY OCCURS 64 TIMES.
               10  WS-TM-NAME       PIC X(20).
               10  WS-TM-CENTRE     PIC X(12).
               10  WS-TM-ITEMS      PIC 9(5).
               10  WS-TM-ELEMENT OCCURS 4 TIMES.
                   15  WS-TM-RATE       PIC 9(5)V9(6).
                   15  WS-TM-RATE-SET   PIC X.
                   15  WS-TM-VOLUME     PIC 9(15).
                   15  WS-TM-AMOUNT     PIC 9(9)V99.

      *----------------------------------------------------------
      *Ownership patterns in rate table order, each tied to the
      *team whose entry it appeared in. WS-PT-KIND is the keyword
      *it came from: SOURCE, COMPONENT or ARCHIVE.
      *----------------------------------------------------------
       01  WS-PATTERN-MAX       PIC 9(4) VALUE 256.
       01  WS-PT-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-PT-IDX            PIC 9(4) VALUE ZERO.
       01  WS-LOOKUP-KIND       PIC X(9) VALUE SPACES.
       01  WS-PATTERN-TABLE.
           05  WS-PATTERN-ENTRY OCCURS 256 TIMES.
               10  WS-PT-KIND       PIC X(9).
               10  WS-PT-MATCH      PIC X(64).
               10  WS-PT-TEAM       PIC 9(2).

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
      *Per-source volume of the month, and the team that owns
      *the source (zero for none). A full table stops the run -
      *a chargeback that silently dropped sources would bill
      *nobody for them.
      *----------------------------------------------------------
       01  WS-SOURCE-MAX        PIC 9(4) VALUE 512.
       01  WS-SRC-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-SRC-IDX           PIC 9(4) VALUE ZERO.
       01  WS-SRC-FOUND         PIC 9(4) VALUE ZERO.
       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-ENTRY OCCURS 512 TIMES.
               10  WS-SRC-NAME       PIC X(256).
               10  WS-SRC-TEAM       PIC 9(2).
               10  WS-SRC-RECORDS    PIC 9(12).
               10  WS-SRC-BYTES      PIC 9(15).
               10  WS-SRC-ARCH-BYTES PIC 9(15).

      *----------------------------------------------------------
      *Archive names the month's export runs produced (the
      *output's final path component plus ".gz", as the export
      *manager names them), each pointing at its source. A name
      *reused by a later run points at the later run's source.
      *----------------------------------------------------------
       01  WS-ARCMAP-MAX        PIC 9(4) VALUE 4096.
       01  WS-AM-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-AM-IDX            PIC 9(4) VALUE ZERO.
       01  WS-AM-FOUND          PIC 9(4) VALUE ZERO.
       01  WS-ARCMAP-TABLE.
           05  WS-ARCMAP-ENTRY OCCURS 4096 TIMES.
               10  WS-AM-NAME       PIC X(256).
               10  WS-AM-SOURCE     PIC 9(4).

      *----------------------------------------------------------
      *Shipments of the month, one per archive, destination and
      *batch night. A later manifest record for the same three
      *is a re-ship after a fix and replaces the byte count; the
      *same archive shipped again on another night is shipped
      *volume of its own.
      *----------------------------------------------------------
       01  WS-SHIP-MAX          PIC 9(4) VALUE 4096.
       01  WS-SH-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-SH-IDX            PIC 9(4) VALUE ZERO.
       01  WS-SH-FOUND          PIC 9(4) VALUE ZERO.
       01  WS-SHIP-TABLE.
           05  WS-SHIP-ENTRY OCCURS 4096 TIMES.
               10  WS-SH-ARCHIVE    PIC X(256).
               10  WS-SH-DEST       PIC X(256).
               10  WS-SH-NIGHT      PIC 9(8).
               10  WS-SH-BYTES      PIC 9(12).

      *----------------------------------------------------------
      *Shipped archives no export run of the month accounts for
      *(a legal-hold package, or an archive of an earlier
      *month's run shipped late), per archive name, with the
      *team an ARCHIVE pattern gave it (zero for none).
      *----------------------------------------------------------
       01  WS-ARCLINE-MAX       PIC 9(4) VALUE 1024.
       01  WS-AL-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-AL-IDX            PIC 9(4) VALUE ZERO.
       01  WS-AL-FOUND          PIC 9(4) VALUE ZERO.
       01  WS-ARCLINE-TABLE.
           05  WS-ARCLINE-ENTRY OCCURS 1024 TIMES.
               10  WS-AL-NAME       PIC X(256).
               10  WS-AL-TEAM       PIC 9(2).
               10  WS-AL-BYTES      PIC 9(15).

      *----------------------------------------------------------
      *Index store entries held at month end per component, over
      *all the stores measured, with the owning team (zero for
      *none). Every entry occupies one store record.
      *----------------------------------------------------------
       01  WS-COMP-MAX          PIC 9(4) VALUE 512.
       01  WS-CM-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-CM-IDX            PIC 9(4) VALUE ZERO.
       01  WS-CM-FOUND          PIC 9(4) VALUE ZERO.
       01  WS-ENTRY-BYTES       PIC 9(5) VALUE ZERO.
       01  WS-COMP-TABLE.
           05  WS-COMP-ENTRY OCCURS 512 TIMES.
               10  WS-CM-NAME       PIC X(30).
               10  WS-CM-TEAM       PIC 9(2).
               10  WS-CM-ENTRIES    PIC 9(12).

      *----------------------------------------------------------
      *Run counts for the report's closing totals. Runs logged
      *before the audit record carried a byte count have records
      *but no export bytes; they are counted so the shortfall is
      *visible.
      *----------------------------------------------------------
       01  WS-EXPORT-RUNS       PIC 9(7)  VALUE ZERO.
       01  WS-RUNS-NO-BYTES     PIC 9(7)  VALUE ZERO.
       01  WS-SHIP-RECORDS      PIC 9(7)  VALUE ZERO.
       01  WS-STORE-ENTRIES     PIC 9(12) VALUE ZERO.
       01  WS-UNMAPPED-COUNT    PIC 9(5)  VALUE ZERO.
       01  WS-EXTRACT-COUNT     PIC 9(5)  VALUE ZERO.
       01  WS-CHARGED-TEAMS     PIC 9(2)  VALUE ZERO.

      *----------------------------------------------------------
      *Charge arithmetic: one element's volume at one rate gives
      *its quantity in the rate's unit and the amount to the
      *cent.
      *----------------------------------------------------------
       01  WS-ELEM-IDX          PIC 9        VALUE ZERO.
       01  WS-ELEMENT-LABEL     PIC X(10)    VALUE SPACES.
       01  WS-CALC-VOLUME       PIC 9(15)    VALUE ZERO.
       01  WS-CALC-RATE         PIC 9(5)V9(6) VALUE ZERO.
       01  WS-CALC-QTY          PIC 9(12)V999 VALUE ZERO.
       01  WS-CALC-AMOUNT       PIC 9(9)V99  VALUE ZERO.
       01  WS-CALC-MB           PIC 9(9)V999 VALUE ZERO.
       01  WS-ITEM-COST         PIC 9(9)V99  VALUE ZERO.
       01  WS-TEAM-TOTAL        PIC 9(9)V99  VALUE ZERO.
       01  WS-GRAND-TOTAL       PIC 9(11)V99 VALUE ZERO.
       01  WS-UNMAPPED-TOTAL    PIC 9(11)V99 VALUE ZERO.
       01  WS-EDIT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.

      *----------------------------------------------------------
      *Item lines are written for one team's statement, or for
      *the unmapped list when WS-LIST-TEAM is zero; only the
      *unmapped list prices each item, at the default rates.
      *----------------------------------------------------------
       01  WS-LIST-TEAM         PIC 9(2)   VALUE ZERO.
       01  WS-LIST-WRITTEN      PIC 9(5)   VALUE ZERO.

      *----------------------------------------------------------
      *Trimmed item name for the report, rightmost 30 bytes kept
      *the way the audit report trims its file names.
      *----------------------------------------------------------
       01  WS-NAME-TRIMMED      PIC X(256) VALUE SPACES.
       01  WS-NAME-LEN          PIC 9(4)   VALUE ZERO.
       01  WS-NAME-DISPLAY      PIC X(30)  VALUE SPACES.

      *----------------------------------------------------------
      *Report line layouts. A component's RECORDS column is the
      *number of store entries it holds.
      *----------------------------------------------------------
       01  WS-ITEM-LINE.
           05  FILLER           PIC XX    VALUE SPACES.
           05  ITM-KIND         PIC X(10).
           05  ITM-NAME         PIC X(30).
           05  FILLER           PIC X     VALUE SPACE.
           05  ITM-RECORDS      PIC ZZZ,ZZZ,ZZ9 BLANK WHEN ZERO.
           05  FILLER           PIC X     VALUE SPACE.
           05  ITM-EXPORT-MB    PIC ZZZ,ZZZ,ZZ9.999 BLANK WHEN ZERO.
           05  FILLER           PIC X     VALUE SPACE.
           05  ITM-ARCHIVE-MB   PIC ZZZ,ZZZ,ZZ9.999 BLANK WHEN ZERO.
           05  FILLER           PIC X     VALUE SPACE.
           05  ITM-STORE-MB     PIC ZZZ,ZZZ,ZZ9.999 BLANK WHEN ZERO.
           05  FILLER           PIC X     VALUE SPACE.
           05  ITM-COST         PIC X(14).

       01  WS-ITEM-HEADING.
           05  FILLER           PIC XX    VALUE SPACES.
           05  FILLER           PIC X(40) VALUE "ITEM".
           05  FILLER           PIC X(12) VALUE "     RECORDS".
           05  FILLER           PIC X(16) VALUE "       EXPORT-MB".
           05  FILLER           PIC X(16) VALUE "      ARCHIVE-MB".
           05  FILLER           PIC X(16) VALUE "        STORE-MB".
           05  HDG-COST         PIC X(15) VALUE SPACES.

       01  WS-CHARGE-LINE.
           05  FILLER           PIC X(4)  VALUE SPACES.
           05  CHL-ELEMENT      PIC X(12).
           05  CHL-QUANTITY     PIC ZZZ,ZZZ,ZZ9.999.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  CHL-RATE         PIC ZZ,ZZ9.999999.
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  CHL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-CHARGE-HEADING.
           05  FILLER           PIC X(4)  VALUE SPACES.
           05  FILLER           PIC X(12) VALUE "ELEMENT".
           05  FILLER           PIC X(15) VALUE "       QUANTITY".
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  FILLER           PIC X(13) VALUE "         RATE".
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  FILLER           PIC X(14) VALUE "        AMOUNT".

       01  WS-TOTAL-LINE.
           05  FILLER           PIC XX    VALUE SPACES.
           05  TOT-LABEL        PIC X(40).
           05  TOT-VALUE        PIC ZZZ,ZZZ,ZZZ,ZZ9.

       01  WS-AMOUNT-LINE.
           05  FILLER           PIC XX    VALUE SPACES.
           05  AMT-LABEL        PIC X(40).
           05  AMT-VALUE        PIC ZZ,ZZZ,ZZZ,ZZ9.99.

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

           IF WS-RATES-PATH = SPACES
              DISPLAY "O3DIAG-CHARGEBACK-REPORT: no rate table - "
                 "name it with RATES=path"
              MOVE WS-RC-BAD-ARGUMENTS TO RETURN-CODE
              STOP RUN
           END-IF
           STRING WS-CUR-MONTH(1:4) "-" WS-CUR-MONTH(5:2)
               DELIMITED BY SIZE INTO WS-CUR-MONTH-TEXT
           END-STRING
           MOVE FUNCTION LENGTH(INDEX-RECORD) TO WS-ENTRY-BYTES

           PERFORM LOAD-RATE-TABLE
           PERFORM READ-AUDIT-TRAIL
           PERFORM LOAD-MONTH-SHIPMENTS
           PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                 UNTIL WS-SH-IDX > WS-SH-COUNT
              PERFORM CREDIT-SHIPMENT
           END-PERFORM
           PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
                 UNTIL WS-STORE-IDX > WS-STORE-COUNT
              PERFORM MEASURE-INDEX-STORE
           END-PERFORM

           PERFORM TOTAL-TEAM-CHARGES
           PERFORM WRITE-CHARGEBACK-REPORT
           PERFORM WRITE-FINANCE-EXTRACT

           DISPLAY "o3DIAG Chargeback Report: " WS-CUR-MONTH-TEXT
              ", " WS-CHARGED-TEAMS " team(s) charged, "
              WS-EXTRACT-COUNT " extract record(s), "
              WS-UNMAPPED-COUNT " unmapped item(s) - report written "
              "to " FUNCTION TRIM(WS-REPORT-FILE-PATH)
           IF WS-UNMAPPED-COUNT > ZERO
              DISPLAY "O3DIAG-CHARGEBACK-REPORT: volume with no cost "
                 "centre - see the UNMAPPED section of the report"
              MOVE WS-RC-UNMAPPED-FOUND TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF
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
                    WHEN WS-EXTRA-ARG(1:6) = "RATES="
                       MOVE WS-EXTRA-ARG(7:) TO WS-RATES-PATH
                    WHEN WS-EXTRA-ARG(1:6) = "AUDIT="
                       MOVE WS-EXTRA-ARG(7:) TO WS-AUDIT-FILE-PATH
                    WHEN WS-EXTRA-ARG(1:9) = "MANIFEST="
                       MOVE WS-EXTRA-ARG(10:) TO WS-MANIFEST-PATH
                    WHEN WS-EXTRA-ARG(1:6) = "STORE="
                       PERFORM APPLY-STORE-ARG
                    WHEN WS-EXTRA-ARG(1:7) = "REPORT="
                       MOVE WS-EXTRA-ARG(8:) TO WS-REPORT-FILE-PATH
                    WHEN WS-EXTRA-ARG(1:8) = "EXTRACT="
                       MOVE WS-EXTRA-ARG(9:) TO WS-EXTRACT-PATH
                    WHEN WS-EXTRA-ARG = SPACES
                       MOVE "Y" TO WS-ARGS-DONE
                    WHEN OTHER
                       DISPLAY "O3DIAG-CHARGEBACK-REPORT: ignoring "
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
              DISPLAY "O3DIAG-CHARGEBACK-REPORT: MONTH must be "
                 "YYYY-MM, not " FUNCTION TRIM(WS-EXTRA-ARG)
              MOVE WS-RC-BAD-ARGUMENTS TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-EXTRA-ARG(7:4) TO WS-MONTH-YEAR
           MOVE WS-EXTRA-ARG(12:2) TO WS-MONTH-MM
           COMPUTE WS-CUR-MONTH = WS-MONTH-YEAR * 100 + WS-MONTH-MM.

       APPLY-STORE-ARG.
           IF WS-STORE-COUNT >= WS-STORE-MAX
              DISPLAY "O3DIAG-CHARGEBACK-REPORT: more than "
                 WS-STORE-MAX " STORE= files"
              MOVE WS-RC-BAD-ARGUMENTS TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-STORE-COUNT
           MOVE WS-EXTRA-ARG(7:) TO WS-STORE-ENTRY(WS-STORE-COUNT).

       LOAD-RATE-TABLE.
           OPEN INPUT RATES-FILE
           IF WS-RATES-STATUS NOT = "00"
              DISPLAY "O3DIAG-CHARGEBACK-REPORT: cannot open rate "
                 "table " FUNCTION TRIM(WS-RATES-PATH)
                 " (file status " WS-RATES-STATUS ")"
              MOVE WS-RC-RATES-FAILED TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE ZERO TO WS-DEFAULT-RATE(1) WS-DEFAULT-RATE(2)
              WS-DEFAULT-RATE(3) WS-DEFAULT-RATE(4)
           MOVE "N" TO WS-READ-EOF
           PERFORM UNTIL WS-READ-EOF = "Y"
              READ RATES-FILE
                 AT END MOVE "Y" TO WS-READ-EOF
                 NOT AT END
                    ADD 1 TO WS-RATE-LINE-NUM
                    IF RATES-RECORD NOT = SPACES
                       AND RATE-KEYWORD(1:1) NOT = "*"
                       PERFORM APPLY-RATE-LINE
                    END-IF
              END-READ
           END-PERFORM
           PERFORM CHECK-TEAM-COMPLETE
           CLOSE RATES-FILE

           IF WS-TM-COUNT = ZERO
              DISPLAY "O3DIAG-CHARGEBACK-REPORT: rate table "
                 FUNCTION TRIM(WS-RATES-PATH) " names no TEAM"
              MOVE WS-RC-RATES-FAILED TO RETURN-CODE
              STOP RUN
           END-IF

      *----------------------------------------------------------
      *A rate inside a team's entry sets only that team's rate;
      *the rates a team left unset take the defaults.
      *----------------------------------------------------------
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                 UNTIL WS-TM-IDX > WS-TM-COUNT
              PERFORM VARYING WS-ELEM-IDX FROM 1 BY 1
                    UNTIL WS-ELEM-IDX > 4
                 IF WS-TM-RATE-SET(WS-TM-IDX, WS-ELEM-IDX) = "N"
                    MOVE WS-DEFAULT-RATE(WS-ELEM-IDX)
                       TO WS-TM-RATE(WS-TM-IDX, WS-ELEM-IDX)
                 END-IF
              END-PERFORM
           END-PERFORM.

       APPLY-RATE-LINE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(RATE-VALUE))
              TO WS-VALUE-LEN
           IF RATE-VALUE = SPACES
              MOVE ZERO TO WS-VALUE-LEN
           END-IF
           EVALUATE FUNCTION TRIM(RATE-KEYWORD)
              WHEN "TEAM"
                 PERFORM CHECK-TEAM-COMPLETE
                 PERFORM ADD-RATE-TEAM
              WHEN "COST-CENTRE"
                 PERFORM APPLY-COST-CENTRE
              WHEN "SOURCE"
                 MOVE "SOURCE" TO WS-LOOKUP-KIND
                 PERFORM ADD-RATE-PATTERN
              WHEN "COMPONENT"
                 MOVE "COMPONENT" TO WS-LOOKUP-KIND
                 PERFORM ADD-RATE-PATTERN
              WHEN "ARCHIVE"
                 MOVE "ARCHIVE" TO WS-LOOKUP-KIND
                 PERFORM ADD-RATE-PATTERN
              WHEN "RATE-RECORDS"
                 MOVE 1 TO WS-ELEM-IDX
                 PERFORM APPLY-RATE-VALUE
              WHEN "RATE-EXPORT-MB"
                 MOVE 2 TO WS-ELEM-IDX
                 PERFORM APPLY-RATE-VALUE
              WHEN "RATE-ARCHIVE-MB"
                 MOVE 3 TO WS-ELEM-IDX
                 PERFORM APPLY-RATE-VALUE
              WHEN "RATE-STORE-MB"
                 MOVE 4 TO WS-ELEM-IDX
                 PERFORM APPLY-RATE-VALUE
              WHEN OTHER
                 MOVE SPACES TO WS-RATE-PROBLEM
                 STRING "unrecognised keyword " DELIMITED BY SIZE
                     FUNCTION TRIM(RATE-KEYWORD) DELIMITED BY SIZE
                     INTO WS-RATE-PROBLEM
                 END-STRING
                 PERFORM REFUSE-RATE-TABLE
           END-EVALUATE.

       CHECK-TEAM-COMPLETE.
           IF WS-TM-COUNT > ZERO
              AND WS-TM-CENTRE(WS-TM-COUNT) = SPACES
              MOVE SPACES TO WS-RATE-PROBLEM
              STRING "TEAM " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TM-NAME(WS-TM-COUNT))
                     DELIMITED BY SIZE
                  " has no COST-CENTRE" DELIMITED BY SIZE
                  INTO WS-RATE-PROBLEM
              END-STRING
              PERFORM REFUSE-RATE-TABLE
           END-IF.

       ADD-RATE-TEAM.
           IF WS-VALUE-LEN = ZERO OR WS-VALUE-LEN > 20
              MOVE "TEAM needs a name of 1 to 20 characters"
                 TO WS-RATE-PROBLEM
              PERFORM REFUSE-RATE-TABLE
           END-IF
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                 UNTIL WS-TM-IDX > WS-TM-COUNT
              IF WS-TM-NAME(WS-TM-IDX) = FUNCTION TRIM(RATE-VALUE)
                 MOVE "the same TEAM is named twice"
                    TO WS-RATE-PROBLEM
                 PERFORM REFUSE-RATE-TABLE
              END-IF
           END-PERFORM
           IF WS-TM-COUNT >= WS-TEAM-MAX
              MOVE SPACES TO WS-RATE-PROBLEM
              STRING "more than " DELIMITED BY SIZE
                  WS-TEAM-MAX DELIMITED BY SIZE
                  " teams" DELIMITED BY SIZE
                  INTO WS-RATE-PROBLEM
              END-STRING
              PERFORM REFUSE-RATE-TABLE
           END-IF
           ADD 1 TO WS-TM-COUNT
           MOVE SPACES TO WS-TEAM-ENTRY(WS-TM-COUNT)
           MOVE FUNCTION TRIM(RATE-VALUE) TO WS-TM-NAME(WS-TM-COUNT)
           MOVE ZERO TO WS-TM-ITEMS(WS-TM-COUNT)
           PERFORM VARYING WS-ELEM-IDX FROM 1 BY 1
                 UNTIL WS-ELEM-IDX > 4
              MOVE ZERO TO WS-TM-RATE(WS-TM-COUNT, WS-ELEM-IDX)
                 WS-TM-VOLUME(WS-TM-COUNT, WS-ELEM-IDX)
                 WS-TM-AMOUNT(WS-TM-COUNT, WS-ELEM-IDX)
              MOVE "N" TO WS-TM-RATE-SET(WS-TM-COUNT, WS-ELEM-IDX)
           END-PERFORM.

       APPLY-COST-CENTRE.
           IF WS-TM-COUNT = ZERO
              MOVE "COST-CENTRE ahead of the first TEAM"
                 TO WS-RATE-PROBLEM
              PERFORM REFUSE-RATE-TABLE
           END-IF
           IF WS-VALUE-LEN = ZERO OR WS-VALUE-LEN > 12
              MOVE "COST-CENTRE needs a code of 1 to 12 characters"
                 TO WS-RATE-PROBLEM
              PERFORM REFUSE-RATE-TABLE
           END-IF
           MOVE FUNCTION TRIM(RATE-VALUE) TO WS-TM-CENTRE(WS-TM-COUNT).

       ADD-RATE-PATTERN.
           IF WS-TM-COUNT = ZERO
              MOVE SPACES TO WS-RATE-PROBLEM
              STRING FUNCTION TRIM(WS-LOOKUP-KIND) DELIMITED BY SIZE
                  " ahead of the first TEAM" DELIMITED BY SIZE
                  INTO WS-RATE-PROBLEM
              END-STRING
              PERFORM REFUSE-RATE-TABLE
           END-IF
           MOVE ZERO TO WS-STAR-COUNT
           INSPECT RATE-VALUE TALLYING WS-STAR-COUNT FOR ALL "*"
           IF WS-VALUE-LEN = ZERO OR WS-VALUE-LEN > 64
              OR WS-STAR-COUNT > 1
              MOVE SPACES TO WS-RATE-PROBLEM
              STRING FUNCTION TRIM(WS-LOOKUP-KIND) DELIMITED BY SIZE
                  " needs a pattern of 1 to 64 characters with at "
                     DELIMITED BY SIZE
                  "most one *" DELIMITED BY SIZE
                  INTO WS-RATE-PROBLEM
              END-STRING
              PERFORM REFUSE-RATE-TABLE
           END-IF
           IF WS-PT-COUNT >= WS-PATTERN-MAX
              MOVE SPACES TO WS-RATE-PROBLEM
              STRING "more than " DELIMITED BY SIZE
                  WS-PATTERN-MAX DELIMITED BY SIZE
                  " SOURCE/COMPONENT/ARCHIVE lines" DELIMITED BY SIZE
                  INTO WS-RATE-PROBLEM
              END-STRING
              PERFORM REFUSE-RATE-TABLE
           END-IF
           ADD 1 TO WS-PT-COUNT
           MOVE WS-LOOKUP-KIND TO WS-PT-KIND(WS-PT-COUNT)
           MOVE FUNCTION TRIM(RATE-VALUE) TO WS-PT-MATCH(WS-PT-COUNT)
           MOVE WS-TM-COUNT TO WS-PT-TEAM(WS-PT-COUNT).

       APPLY-RATE-VALUE.
      *----------------------------------------------------------
      *Digits with at most one decimal point; NUMVAL is only
      *trusted once the text has passed that check.
      *----------------------------------------------------------
           MOVE "Y" TO WS-RATE-OK
           MOVE ZERO TO WS-RATE-POINTS WS-RATE-INT-DIGITS
              WS-RATE-DEC-DIGITS
           MOVE SPACES TO WS-RATE-TEXT
           IF WS-VALUE-LEN = ZERO OR WS-VALUE-LEN > 12
              MOVE "N" TO WS-RATE-OK
           ELSE
              MOVE FUNCTION TRIM(RATE-VALUE) TO WS-RATE-TEXT
              MOVE WS-VALUE-LEN TO WS-RATE-LEN
              PERFORM VARYING WS-RATE-POS FROM 1 BY 1
                    UNTIL WS-RATE-POS > WS-RATE-LEN
                 EVALUATE TRUE
                    WHEN WS-RATE-TEXT(WS-RATE-POS:1) = "."
                       ADD 1 TO WS-RATE-POINTS
                    WHEN WS-RATE-TEXT(WS-RATE-POS:1) IS NOT NUMERIC
                       MOVE "N" TO WS-RATE-OK
                    WHEN WS-RATE-POINTS = ZERO
                       ADD 1 TO WS-RATE-INT-DIGITS
                    WHEN OTHER
                       ADD 1 TO WS-RATE-DEC-DIGITS
                 END-EVALUATE
              END-PERFORM
              IF WS-RATE-POINTS > 1
                 OR WS-RATE-INT-DIGITS > 5
                 OR WS-RATE-DEC-DIGITS > 6
                 OR WS-RATE-INT-DIGITS + WS-RATE-DEC-DIGITS = ZERO
                 MOVE "N" TO WS-RATE-OK
              END-IF
           END-IF
           IF WS-RATE-OK = "N"
              MOVE SPACES TO WS-RATE-PROBLEM
              STRING FUNCTION TRIM(RATE-KEYWORD) DELIMITED BY SIZE
                  " needs a rate such as 0.25 (at most 5 whole "
                     DELIMITED BY SIZE
                  "digits, 6 decimals)" DELIMITED BY SIZE
                  INTO WS-RATE-PROBLEM
              END-STRING
              PERFORM REFUSE-RATE-TABLE
           END-IF
           COMPUTE WS-RATE-NUMBER = FUNCTION NUMVAL(WS-RATE-TEXT)
           IF WS-TM-COUNT = ZERO
              MOVE WS-RATE-NUMBER TO WS-DEFAULT-RATE(WS-ELEM-IDX)
           ELSE
              MOVE WS-RATE-NUMBER
                 TO WS-TM-RATE(WS-TM-COUNT, WS-ELEM-IDX)
              MOVE "Y" TO WS-TM-RATE-SET(WS-TM-COUNT, WS-ELEM-IDX)
           END-IF.

       REFUSE-RATE-TABLE.
           DISPLAY "O3DIAG-CHARGEBACK-REPORT: rate table "
              FUNCTION TRIM(WS-RATES-PATH) " line " WS-RATE-LINE-NUM
              ": " FUNCTION TRIM(WS-RATE-PROBLEM)
           CLOSE RATES-FILE
           MOVE WS-RC-RATES-FAILED TO RETURN-CODE
           STOP RUN.

       READ-AUDIT-TRAIL.
      *----------------------------------------------------------
      *Export runs only: the driver's DRIVER records and the
      *RETENTION purge and hold records export nothing. A failed
      *run still counts - what it wrote before failing went out,
      *and the re-run writes it again.
      *----------------------------------------------------------
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              DISPLAY "O3DIAG-CHARGEBACK-REPORT: cannot open audit "
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
                       AND AUD-OUTPUT-FILE(1:7) NOT = "DRIVER "
                       AND AUD-START-TS(1:10) IS NUMERIC
                       PERFORM TAKE-AUDIT-RECORD
                    END-IF
              END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

       TAKE-AUDIT-RECORD.
           MOVE AUD-START-TS(1:8) TO WS-DATE-NUM
           COMPUTE WS-REC-DAY = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF AUD-START-TS(9:2) < "12"
              SUBTRACT 1 FROM WS-REC-DAY
           END-IF
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-REC-DAY)
           MOVE WS-DATE-NUM(1:6) TO WS-REC-MONTH
           IF WS-REC-MONTH = WS-CUR-MONTH
              ADD 1 TO WS-EXPORT-RUNS
              PERFORM FIND-OR-ADD-SOURCE
              IF AUD-RECORDS-WRITTEN IS NUMERIC
                 ADD AUD-RECORDS-WRITTEN
                    TO WS-SRC-RECORDS(WS-SRC-FOUND)
              END-IF
              IF AUD-BYTES-WRITTEN IS NUMERIC
                 ADD AUD-BYTES-WRITTEN TO WS-SRC-BYTES(WS-SRC-FOUND)
              ELSE
                 ADD 1 TO WS-RUNS-NO-BYTES
              END-IF
              IF AUD-OUTPUT-FILE NOT = SPACES
                 PERFORM NOTE-ARCHIVE-NAME
              END-IF
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
                 DISPLAY "O3DIAG-CHARGEBACK-REPORT: more than "
                    WS-SOURCE-MAX " sources in the month "
                    "- refusing a chargeback with sources missing"
                 CLOSE AUDIT-FILE
                 MOVE WS-RC-TABLE-OVERFLOW TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-SRC-COUNT
              MOVE SPACES TO WS-SOURCE-ENTRY(WS-SRC-COUNT)
              MOVE AUD-INPUT-FILE TO WS-SRC-NAME(WS-SRC-COUNT)
              MOVE ZERO TO WS-SRC-RECORDS(WS-SRC-COUNT)
                 WS-SRC-BYTES(WS-SRC-COUNT)
                 WS-SRC-ARCH-BYTES(WS-SRC-COUNT)
              MOVE AUD-INPUT-FILE TO WS-BASE-WORK
              PERFORM FIND-BASE-NAME
              MOVE "SOURCE" TO WS-LOOKUP-KIND
              PERFORM FIND-OWNING-TEAM
              MOVE WS-TM-FOUND TO WS-SRC-TEAM(WS-SRC-COUNT)
              MOVE WS-SRC-COUNT TO WS-SRC-FOUND
           END-IF.

       NOTE-ARCHIVE-NAME.
      *----------------------------------------------------------
      *The manifest names an archive by its final path component,
      *made from the export's output path.
      *----------------------------------------------------------
           MOVE AUD-OUTPUT-FILE TO WS-BASE-WORK
           PERFORM FIND-BASE-NAME
           MOVE SPACES TO WS-DERIVED-NAME
           STRING WS-BASE-NAME(1:WS-BASE-LEN) DELIMITED BY SIZE
               ".gz" DELIMITED BY SIZE
               INTO WS-DERIVED-NAME
           END-STRING
           MOVE ZERO TO WS-AM-FOUND
           PERFORM VARYING WS-AM-IDX FROM 1 BY 1
                 UNTIL WS-AM-IDX > WS-AM-COUNT
                 OR WS-AM-FOUND > 0
              IF WS-AM-NAME(WS-AM-IDX) = WS-DERIVED-NAME(1:256)
                 MOVE WS-AM-IDX TO WS-AM-FOUND
              END-IF
           END-PERFORM
           IF WS-AM-FOUND = ZERO
              IF WS-AM-COUNT >= WS-ARCMAP-MAX
                 DISPLAY "O3DIAG-CHARGEBACK-REPORT: more than "
                    WS-ARCMAP-MAX " archive names in the month "
                    "- refusing a chargeback with archives missing"
                 CLOSE AUDIT-FILE
                 MOVE WS-RC-TABLE-OVERFLOW TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-AM-COUNT
              MOVE WS-DERIVED-NAME(1:256) TO WS-AM-NAME(WS-AM-COUNT)
              MOVE WS-AM-COUNT TO WS-AM-FOUND
           END-IF
           MOVE WS-SRC-FOUND TO WS-AM-SOURCE(WS-AM-FOUND).

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

       FIND-OWNING-TEAM.
      *----------------------------------------------------------
      *The first WS-LOOKUP-KIND pattern, in rate table order,
      *that fits WS-BASE-NAME gives the team in WS-TM-FOUND; zero
      *when none does.
      *----------------------------------------------------------
           MOVE ZERO TO WS-TM-FOUND
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                 UNTIL WS-PT-IDX > WS-PT-COUNT
                 OR WS-TM-FOUND > 0
              IF WS-PT-KIND(WS-PT-IDX) = WS-LOOKUP-KIND
                 MOVE WS-PT-MATCH(WS-PT-IDX) TO WS-MATCH-PATTERN
                 PERFORM MATCH-WILDCARD-PATTERN
                 IF WS-MATCH-OK = "Y"
                    MOVE WS-PT-TEAM(WS-PT-IDX) TO WS-TM-FOUND
                 END-IF
              END-IF
           END-PERFORM.

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

       LOAD-MONTH-SHIPMENTS.
      *----------------------------------------------------------
      *Manifest records of the month's batch nights. No manifest
      *yet (status 35) means nothing has been shipped.
      *----------------------------------------------------------
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS = "35"
              DISPLAY "O3DIAG-CHARGEBACK-REPORT: no manifest at "
                 FUNCTION TRIM(WS-MANIFEST-PATH)
                 " - no archive volume to charge"
           ELSE
              IF WS-MANIFEST-STATUS NOT = "00"
                 DISPLAY "O3DIAG-CHARGEBACK-REPORT: cannot open "
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
                          AND MAN-BYTE-COUNT IS NUMERIC
                          PERFORM TAKE-MANIFEST-RECORD
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MANIFEST-FILE
           END-IF.

       TAKE-MANIFEST-RECORD.
           MOVE MAN-TIMESTAMP(1:8) TO WS-DATE-NUM
           COMPUTE WS-REC-DAY = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF MAN-TIMESTAMP(9:2) < "12"
              SUBTRACT 1 FROM WS-REC-DAY
           END-IF
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-REC-DAY)
           MOVE WS-DATE-NUM(1:6) TO WS-REC-MONTH
           IF WS-REC-MONTH = WS-CUR-MONTH
              ADD 1 TO WS-SHIP-RECORDS
              MOVE ZERO TO WS-SH-FOUND
              PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                    UNTIL WS-SH-IDX > WS-SH-COUNT
                    OR WS-SH-FOUND > 0
                 IF WS-SH-ARCHIVE(WS-SH-IDX) = MAN-ARCHIVE-NAME
                    AND WS-SH-DEST(WS-SH-IDX) = MAN-DEST
                    AND WS-SH-NIGHT(WS-SH-IDX) = WS-REC-DAY
                    MOVE WS-SH-IDX TO WS-SH-FOUND
                 END-IF
              END-PERFORM
              IF WS-SH-FOUND = ZERO
                 IF WS-SH-COUNT >= WS-SHIP-MAX
                    DISPLAY "O3DIAG-CHARGEBACK-REPORT: more than "
                       WS-SHIP-MAX " shipments in the month "
                       "- refusing a chargeback with shipments "
                       "missing"
                    CLOSE MANIFEST-FILE
                    MOVE WS-RC-TABLE-OVERFLOW TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-SH-COUNT
                 MOVE MAN-ARCHIVE-NAME TO WS-SH-ARCHIVE(WS-SH-COUNT)
                 MOVE MAN-DEST TO WS-SH-DEST(WS-SH-COUNT)
                 MOVE WS-REC-DAY TO WS-SH-NIGHT(WS-SH-COUNT)
                 MOVE WS-SH-COUNT TO WS-SH-FOUND
              END-IF
              MOVE MAN-BYTE-COUNT TO WS-SH-BYTES(WS-SH-FOUND)
           END-IF.

       CREDIT-SHIPMENT.
      *----------------------------------------------------------
      *A shipment goes to the source whose export made the
      *archive; one no export run of the month accounts for is
      *kept under its own name, for an ARCHIVE pattern to claim.
      *----------------------------------------------------------
           MOVE ZERO TO WS-AM-FOUND
           PERFORM VARYING WS-AM-IDX FROM 1 BY 1
                 UNTIL WS-AM-IDX > WS-AM-COUNT
                 OR WS-AM-FOUND > 0
              IF WS-AM-NAME(WS-AM-IDX) = WS-SH-ARCHIVE(WS-SH-IDX)
                 MOVE WS-AM-IDX TO WS-AM-FOUND
              END-IF
           END-PERFORM
           IF WS-AM-FOUND > ZERO
              MOVE WS-AM-SOURCE(WS-AM-FOUND) TO WS-SRC-IDX
              ADD WS-SH-BYTES(WS-SH-IDX)
                 TO WS-SRC-ARCH-BYTES(WS-SRC-IDX)
           ELSE
              PERFORM FIND-OR-ADD-ARCHIVE-LINE
              ADD WS-SH-BYTES(WS-SH-IDX) TO WS-AL-BYTES(WS-AL-FOUND)
           END-IF.

       FIND-OR-ADD-ARCHIVE-LINE.
           MOVE ZERO TO WS-AL-FOUND
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                 UNTIL WS-AL-IDX > WS-AL-COUNT
                 OR WS-AL-FOUND > 0
              IF WS-AL-NAME(WS-AL-IDX) = WS-SH-ARCHIVE(WS-SH-IDX)
                 MOVE WS-AL-IDX TO WS-AL-FOUND
              END-IF
           END-PERFORM
           IF WS-AL-FOUND = ZERO
              IF WS-AL-COUNT >= WS-ARCLINE-MAX
                 DISPLAY "O3DIAG-CHARGEBACK-REPORT: more than "
                    WS-ARCLINE-MAX " shipped archives not traced "
                    "to an export run - refusing a chargeback with "
                    "archives missing"
                 MOVE WS-RC-TABLE-OVERFLOW TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-AL-COUNT
              MOVE WS-SH-ARCHIVE(WS-SH-IDX) TO WS-AL-NAME(WS-AL-COUNT)
              MOVE ZERO TO WS-AL-BYTES(WS-AL-COUNT)
              MOVE WS-SH-ARCHIVE(WS-SH-IDX) TO WS-BASE-WORK
              PERFORM FIND-BASE-NAME
              MOVE "ARCHIVE" TO WS-LOOKUP-KIND
              PERFORM FIND-OWNING-TEAM
              MOVE WS-TM-FOUND TO WS-AL-TEAM(WS-AL-COUNT)
              MOVE WS-AL-COUNT TO WS-AL-FOUND
           END-IF.

       MEASURE-INDEX-STORE.
      *----------------------------------------------------------
      *The store is keyed on date first, so reading from the top
      *stops at the first entry logged after the month: what is
      *left is what the store held at month end, less anything
      *purged since.
      *----------------------------------------------------------
           MOVE WS-STORE-ENTRY(WS-STORE-IDX) TO WS-INDEX-PATH
           OPEN INPUT INDEX-FILE
           IF WS-INDEX-STATUS NOT = "00"
              DISPLAY "O3DIAG-CHARGEBACK-REPORT: cannot open index "
                 "store " FUNCTION TRIM(WS-INDEX-PATH)
                 " (file status " WS-INDEX-STATUS ")"
              MOVE WS-RC-STORE-FAILED TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "N" TO WS-READ-EOF
           MOVE LOW-VALUES TO IDX-KEY
           START INDEX-FILE KEY IS NOT LESS THAN IDX-KEY
              INVALID KEY MOVE "Y" TO WS-READ-EOF
           END-START
           PERFORM UNTIL WS-READ-EOF = "Y"
              READ INDEX-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-READ-EOF
                 NOT AT END
                    IF IDX-LOG-DATE(1:7) > WS-CUR-MONTH-TEXT
                       MOVE "Y" TO WS-READ-EOF
                    ELSE
                       ADD 1 TO WS-STORE-ENTRIES
                       PERFORM TAKE-STORE-ENTRY
                    END-IF
              END-READ
           END-PERFORM
           CLOSE INDEX-FILE.

       TAKE-STORE-ENTRY.
           MOVE ZERO TO WS-CM-FOUND
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                 UNTIL WS-CM-IDX > WS-CM-COUNT
                 OR WS-CM-FOUND > 0
              IF WS-CM-NAME(WS-CM-IDX) = IDX-COMPONENT
                 MOVE WS-CM-IDX TO WS-CM-FOUND
              END-IF
           END-PERFORM
           IF WS-CM-FOUND = ZERO
              IF WS-CM-COUNT >= WS-COMP-MAX
                 DISPLAY "O3DIAG-CHARGEBACK-REPORT: more than "
                    WS-COMP-MAX " components in the index stores "
                    "- refusing a chargeback with components missing"
                 CLOSE INDEX-FILE
                 MOVE WS-RC-TABLE-OVERFLOW TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-CM-COUNT
              MOVE IDX-COMPONENT TO WS-CM-NAME(WS-CM-COUNT)
              MOVE ZERO TO WS-CM-ENTRIES(WS-CM-COUNT)
              MOVE SPACES TO WS-BASE-NAME
              MOVE IDX-COMPONENT TO WS-BASE-NAME
              MOVE FUNCTION LENGTH(FUNCTION TRIM(IDX-COMPONENT
                 TRAILING)) TO WS-BASE-LEN
              MOVE "COMPONENT" TO WS-LOOKUP-KIND
              PERFORM FIND-OWNING-TEAM
              MOVE WS-TM-FOUND TO WS-CM-TEAM(WS-CM-COUNT)
              MOVE WS-CM-COUNT TO WS-CM-FOUND
           END-IF
           ADD 1 TO WS-CM-ENTRIES(WS-CM-FOUND).

       TOTAL-TEAM-CHARGES.
      *----------------------------------------------------------
      *Each item's volume goes to its team, or counts as
      *unmapped; each team's element amount is then worked out
      *once from the team's total, so the statement, the extract
      *and the rate agree to the cent.
      *----------------------------------------------------------
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                 UNTIL WS-SRC-IDX > WS-SRC-COUNT
              MOVE WS-SRC-TEAM(WS-SRC-IDX) TO WS-TM-IDX
              IF WS-TM-IDX = ZERO
                 ADD 1 TO WS-UNMAPPED-COUNT
              ELSE
                 ADD 1 TO WS-TM-ITEMS(WS-TM-IDX)
                 ADD WS-SRC-RECORDS(WS-SRC-IDX)
                    TO WS-TM-VOLUME(WS-TM-IDX, 1)
                 ADD WS-SRC-BYTES(WS-SRC-IDX)
                    TO WS-TM-VOLUME(WS-TM-IDX, 2)
                 ADD WS-SRC-ARCH-BYTES(WS-SRC-IDX)
                    TO WS-TM-VOLUME(WS-TM-IDX, 3)
              END-IF
           END-PERFORM
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                 UNTIL WS-AL-IDX > WS-AL-COUNT
              MOVE WS-AL-TEAM(WS-AL-IDX) TO WS-TM-IDX
              IF WS-TM-IDX = ZERO
                 ADD 1 TO WS-UNMAPPED-COUNT
              ELSE
                 ADD 1 TO WS-TM-ITEMS(WS-TM-IDX)
                 ADD WS-AL-BYTES(WS-AL-IDX)
                    TO WS-TM-VOLUME(WS-TM-IDX, 3)
              END-IF
           END-PERFORM
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                 UNTIL WS-CM-IDX > WS-CM-COUNT
              MOVE WS-CM-TEAM(WS-CM-IDX) TO WS-TM-IDX
              IF WS-TM-IDX = ZERO
                 ADD 1 TO WS-UNMAPPED-COUNT
              ELSE
                 ADD 1 TO WS-TM-ITEMS(WS-TM-IDX)
                 COMPUTE WS-TM-VOLUME(WS-TM-IDX, 4) =
                    WS-TM-VOLUME(WS-TM-IDX, 4)
                    + WS-CM-ENTRIES(WS-CM-IDX) * WS-ENTRY-BYTES
              END-IF
           END-PERFORM

           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                 UNTIL WS-TM-IDX > WS-TM-COUNT
              IF WS-TM-ITEMS(WS-TM-IDX) > ZERO
                 ADD 1 TO WS-CHARGED-TEAMS
              END-IF
              PERFORM VARYING WS-ELEM-IDX FROM 1 BY 1
                    UNTIL WS-ELEM-IDX > 4
                 MOVE WS-TM-VOLUME(WS-TM-IDX, WS-ELEM-IDX)
                    TO WS-CALC-VOLUME
                 MOVE WS-TM-RATE(WS-TM-IDX, WS-ELEM-IDX)
                    TO WS-CALC-RATE
                 PERFORM COMPUTE-ELEMENT-CHARGE
                 MOVE WS-CALC-AMOUNT
                    TO WS-TM-AMOUNT(WS-TM-IDX, WS-ELEM-IDX)
              END-PERFORM
           END-PERFORM.

       COMPUTE-ELEMENT-CHARGE.
      *----------------------------------------------------------
      *WS-CALC-VOLUME of element WS-ELEM-IDX at WS-CALC-RATE:
      *records are priced per thousand, bytes per megabyte.
      *----------------------------------------------------------
           IF WS-ELEM-IDX = 1
              COMPUTE WS-CALC-QTY ROUNDED = WS-CALC-VOLUME / 1000
              COMPUTE WS-CALC-AMOUNT ROUNDED =
                 WS-CALC-VOLUME * WS-CALC-RATE / 1000
           ELSE
              COMPUTE WS-CALC-QTY ROUNDED = WS-CALC-VOLUME / 1048576
              COMPUTE WS-CALC-AMOUNT ROUNDED =
                 WS-CALC-VOLUME * WS-CALC-RATE / 1048576
           END-IF.

       SET-ELEMENT-LABEL.
           EVALUATE WS-ELEM-IDX
              WHEN 1
                 MOVE "K-RECORDS" TO WS-ELEMENT-LABEL
              WHEN 2
                 MOVE "EXPORT-MB" TO WS-ELEMENT-LABEL
              WHEN 3
                 MOVE "ARCHIVE-MB" TO WS-ELEMENT-LABEL
              WHEN OTHER
                 MOVE "STORE-MB" TO WS-ELEMENT-LABEL
           END-EVALUATE.

       WRITE-CHARGEBACK-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "O3DIAG-CHARGEBACK-REPORT: cannot open "
                 "report file " FUNCTION TRIM(WS-REPORT-FILE-PATH)
                 " (file status " WS-REPORT-STATUS ")"
              MOVE WS-RC-REPORT-OPEN-FAILED TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO REPORT-LINE
           MOVE "o3DIAG MONTHLY STORAGE AND VOLUME CHARGEBACK"
              TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "MONTH: " DELIMITED BY SIZE
               WS-CUR-MONTH-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RATE TABLE: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RATES-PATH) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "AUDIT FILE: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-FILE-PATH) DELIMITED BY SIZE
               "  MANIFEST: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MANIFEST-PATH) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
                 UNTIL WS-STORE-IDX > WS-STORE-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "INDEX STORE: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STORE-ENTRY(WS-STORE-IDX))
                     DELIMITED BY SIZE
                  INTO REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-PERFORM
           IF WS-STORE-COUNT = ZERO
              MOVE "INDEX STORE: (none named - no storage charged)"
                 TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF

      *----------------------------------------------------------
      *One statement per team, in rate table order.
      *----------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "STATEMENT BY TEAM" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ZERO TO WS-GRAND-TOTAL
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                 UNTIL WS-TM-IDX > WS-TM-COUNT
              PERFORM WRITE-TEAM-STATEMENT
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "TOTAL CHARGED TO COST CENTRES" TO AMT-LABEL
           MOVE WS-GRAND-TOTAL TO AMT-VALUE
           MOVE WS-AMOUNT-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

      *----------------------------------------------------------
      *Everything no pattern claimed, priced at the default
      *rates so the size of the gap is plain.
      *----------------------------------------------------------
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "UNMAPPED - NO COST CENTRE (PRICED AT DEFAULT RATES)"
              TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE " COST (DEFAULT)" TO HDG-COST
           MOVE WS-ITEM-HEADING TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ZERO TO WS-LIST-TEAM WS-LIST-WRITTEN
              WS-UNMAPPED-TOTAL
           PERFORM WRITE-LIST-ITEMS
           IF WS-LIST-WRITTEN = ZERO
              MOVE "  (none - every item has an owner)"
                 TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE "UNMAPPED TOTAL AT DEFAULT RATES" TO AMT-LABEL
           MOVE WS-UNMAPPED-TOTAL TO AMT-VALUE
           MOVE WS-AMOUNT-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "EXPORT RUNS IN THE MONTH" TO TOT-LABEL
           MOVE WS-EXPORT-RUNS TO TOT-VALUE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "EXPORT RUNS WITHOUT A BYTE COUNT" TO TOT-LABEL
           MOVE WS-RUNS-NO-BYTES TO TOT-VALUE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "MANIFEST RECORDS IN THE MONTH" TO TOT-LABEL
           MOVE WS-SHIP-RECORDS TO TOT-VALUE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "STORE ENTRIES HELD AT MONTH END" TO TOT-LABEL
           MOVE WS-STORE-ENTRIES TO TOT-VALUE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "UNMAPPED ITEMS" TO TOT-LABEL
           MOVE WS-UNMAPPED-COUNT TO TOT-VALUE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           CLOSE REPORT-FILE.

       WRITE-TEAM-STATEMENT.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "TEAM: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TM-NAME(WS-TM-IDX)) DELIMITED BY SIZE
               "   COST CENTRE: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TM-CENTRE(WS-TM-IDX))
                  DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO HDG-COST
           MOVE WS-ITEM-HEADING TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TM-IDX TO WS-LIST-TEAM
           MOVE ZERO TO WS-LIST-WRITTEN
           PERFORM WRITE-LIST-ITEMS
           IF WS-LIST-WRITTEN = ZERO
              MOVE "  (no volume in the month)" TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE WS-CHARGE-HEADING TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ZERO TO WS-TEAM-TOTAL
           PERFORM VARYING WS-ELEM-IDX FROM 1 BY 1
                 UNTIL WS-ELEM-IDX > 4
              MOVE WS-TM-VOLUME(WS-TM-IDX, WS-ELEM-IDX)
                 TO WS-CALC-VOLUME
              MOVE WS-TM-RATE(WS-TM-IDX, WS-ELEM-IDX) TO WS-CALC-RATE
              PERFORM COMPUTE-ELEMENT-CHARGE
              PERFORM SET-ELEMENT-LABEL
              MOVE WS-ELEMENT-LABEL TO CHL-ELEMENT
              MOVE WS-CALC-QTY TO CHL-QUANTITY
              MOVE WS-CALC-RATE TO CHL-RATE
              MOVE WS-TM-AMOUNT(WS-TM-IDX, WS-ELEM-IDX) TO CHL-AMOUNT
              MOVE WS-CHARGE-LINE TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              ADD WS-TM-AMOUNT(WS-TM-IDX, WS-ELEM-IDX)
                 TO WS-TEAM-TOTAL
           END-PERFORM
           MOVE SPACES TO AMT-LABEL
           STRING "TOTAL FOR COST CENTRE " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TM-CENTRE(WS-TM-IDX))
                  DELIMITED BY SIZE
               INTO AMT-LABEL
           END-STRING
           MOVE WS-TEAM-TOTAL TO AMT-VALUE
           MOVE WS-AMOUNT-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           ADD WS-TEAM-TOTAL TO WS-GRAND-TOTAL.

       WRITE-LIST-ITEMS.
      *----------------------------------------------------------
      *Sources, untraced archives and components whose team is
      *WS-LIST-TEAM, zero giving the unmapped ones.
      *----------------------------------------------------------
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                 UNTIL WS-SRC-IDX > WS-SRC-COUNT
              IF WS-SRC-TEAM(WS-SRC-IDX) = WS-LIST-TEAM
                 PERFORM WRITE-SOURCE-ITEM
              END-IF
           END-PERFORM
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                 UNTIL WS-AL-IDX > WS-AL-COUNT
              IF WS-AL-TEAM(WS-AL-IDX) = WS-LIST-TEAM
                 PERFORM WRITE-ARCHIVE-ITEM
              END-IF
           END-PERFORM
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                 UNTIL WS-CM-IDX > WS-CM-COUNT
              IF WS-CM-TEAM(WS-CM-IDX) = WS-LIST-TEAM
                 PERFORM WRITE-COMPONENT-ITEM
              END-IF
           END-PERFORM.

       WRITE-SOURCE-ITEM.
           MOVE SPACES TO ITM-COST
           MOVE "SOURCE" TO ITM-KIND
           MOVE WS-SRC-NAME(WS-SRC-IDX) TO WS-NAME-TRIMMED
           PERFORM TRIM-ITEM-NAME
           MOVE WS-NAME-DISPLAY TO ITM-NAME
           MOVE WS-SRC-RECORDS(WS-SRC-IDX) TO ITM-RECORDS
           COMPUTE WS-CALC-MB ROUNDED =
              WS-SRC-BYTES(WS-SRC-IDX) / 1048576
           MOVE WS-CALC-MB TO ITM-EXPORT-MB
           COMPUTE WS-CALC-MB ROUNDED =
              WS-SRC-ARCH-BYTES(WS-SRC-IDX) / 1048576
           MOVE WS-CALC-MB TO ITM-ARCHIVE-MB
           MOVE ZERO TO ITM-STORE-MB
           IF WS-LIST-TEAM = ZERO
              MOVE ZERO TO WS-ITEM-COST
              MOVE 1 TO WS-ELEM-IDX
              MOVE WS-SRC-RECORDS(WS-SRC-IDX) TO WS-CALC-VOLUME
              PERFORM ADD-DEFAULT-COST
              MOVE 2 TO WS-ELEM-IDX
              MOVE WS-SRC-BYTES(WS-SRC-IDX) TO WS-CALC-VOLUME
              PERFORM ADD-DEFAULT-COST
              MOVE 3 TO WS-ELEM-IDX
              MOVE WS-SRC-ARCH-BYTES(WS-SRC-IDX) TO WS-CALC-VOLUME
              PERFORM ADD-DEFAULT-COST
              PERFORM SHOW-ITEM-COST
           END-IF
           PERFORM WRITE-ITEM-LINE.

       WRITE-ARCHIVE-ITEM.
           MOVE SPACES TO ITM-COST
           MOVE "ARCHIVE" TO ITM-KIND
           MOVE WS-AL-NAME(WS-AL-IDX) TO WS-NAME-TRIMMED
           PERFORM TRIM-ITEM-NAME
           MOVE WS-NAME-DISPLAY TO ITM-NAME
           MOVE ZERO TO ITM-RECORDS ITM-EXPORT-MB ITM-STORE-MB
           COMPUTE WS-CALC-MB ROUNDED =
              WS-AL-BYTES(WS-AL-IDX) / 1048576
           MOVE WS-CALC-MB TO ITM-ARCHIVE-MB
           IF WS-LIST-TEAM = ZERO
              MOVE ZERO TO WS-ITEM-COST
              MOVE 3 TO WS-ELEM-IDX
              MOVE WS-AL-BYTES(WS-AL-IDX) TO WS-CALC-VOLUME
              PERFORM ADD-DEFAULT-COST
              PERFORM SHOW-ITEM-COST
           END-IF
           PERFORM WRITE-ITEM-LINE.

       WRITE-COMPONENT-ITEM.
           MOVE SPACES TO ITM-COST
           MOVE "COMPONENT" TO ITM-KIND
           MOVE WS-CM-NAME(WS-CM-IDX) TO ITM-NAME
           MOVE WS-CM-ENTRIES(WS-CM-IDX) TO ITM-RECORDS
           MOVE ZERO TO ITM-EXPORT-MB ITM-ARCHIVE-MB
           COMPUTE WS-CALC-VOLUME =
              WS-CM-ENTRIES(WS-CM-IDX) * WS-ENTRY-BYTES
           COMPUTE WS-CALC-MB ROUNDED = WS-CALC-VOLUME / 1048576
           MOVE WS-CALC-MB TO ITM-STORE-MB
           IF WS-LIST-TEAM = ZERO
              MOVE ZERO TO WS-ITEM-COST
              MOVE 4 TO WS-ELEM-IDX
              PERFORM ADD-DEFAULT-COST
              PERFORM SHOW-ITEM-COST
           END-IF
           PERFORM WRITE-ITEM-LINE.

       ADD-DEFAULT-COST.
           MOVE WS-DEFAULT-RATE(WS-ELEM-IDX) TO WS-CALC-RATE
           PERFORM COMPUTE-ELEMENT-CHARGE
           ADD WS-CALC-AMOUNT TO WS-ITEM-COST.

       SHOW-ITEM-COST.
           MOVE WS-ITEM-COST TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO ITM-COST
           ADD WS-ITEM-COST TO WS-UNMAPPED-TOTAL.

       WRITE-ITEM-LINE.
           MOVE WS-ITEM-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO WS-LIST-WRITTEN.

       TRIM-ITEM-NAME.
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

       WRITE-FINANCE-EXTRACT.
      *----------------------------------------------------------
      *One record per team and element with volume; unmapped
      *volume has no cost centre to load against and stays on
      *the report.
      *----------------------------------------------------------
           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
              DISPLAY "O3DIAG-CHARGEBACK-REPORT: cannot open "
                 "extract file " FUNCTION TRIM(WS-EXTRACT-PATH)
                 " (file status " WS-EXTRACT-STATUS ")"
              MOVE WS-RC-EXTRACT-FAILED TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                 UNTIL WS-TM-IDX > WS-TM-COUNT
              PERFORM VARYING WS-ELEM-IDX FROM 1 BY 1
                    UNTIL WS-ELEM-IDX > 4
                 IF WS-TM-VOLUME(WS-TM-IDX, WS-ELEM-IDX) > ZERO
                    PERFORM WRITE-EXTRACT-RECORD
                 END-IF
              END-PERFORM
           END-PERFORM
           CLOSE EXTRACT-FILE.

       WRITE-EXTRACT-RECORD.
           MOVE WS-TM-VOLUME(WS-TM-IDX, WS-ELEM-IDX) TO WS-CALC-VOLUME
           MOVE WS-TM-RATE(WS-TM-IDX, WS-ELEM-IDX) TO WS-CALC-RATE
           PERFORM COMPUTE-ELEMENT-CHARGE
           PERFORM SET-ELEMENT-LABEL
           MOVE SPACES TO CHARGEBACK-RECORD
           MOVE WS-CUR-MONTH-TEXT TO CHG-MONTH
           MOVE WS-TM-CENTRE(WS-TM-IDX) TO CHG-COST-CENTRE
           MOVE WS-TM-NAME(WS-TM-IDX) TO CHG-TEAM
           MOVE WS-ELEMENT-LABEL TO CHG-ELEMENT
           MOVE WS-CALC-QTY TO CHG-QUANTITY
           MOVE WS-CALC-RATE TO CHG-RATE
           MOVE WS-TM-AMOUNT(WS-TM-IDX, WS-ELEM-IDX) TO CHG-AMOUNT
           WRITE CHARGEBACK-RECORD
           IF WS-EXTRACT-STATUS NOT = "00"
              DISPLAY "O3DIAG-CHARGEBACK-REPORT: write failed to "
                 "extract file " FUNCTION TRIM(WS-EXTRACT-PATH)
                 " (file status " WS-EXTRACT-STATUS ")"
              CLOSE EXTRACT-FILE
              MOVE WS-RC-EXTRACT-FAILED TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-EXTRACT-COUNT.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "O3DIAG-CHARGEBACK-REPORT: write failed to "
                 "report file " FUNCTION TRIM(WS-REPORT-FILE-PATH)
                 " (file status " WS-REPORT-STATUS ")"
              CLOSE REPORT-FILE
              MOVE WS-RC-REPORT-WRITE-FAILED TO RETURN-CODE
              STOP RUN
           END-IF.

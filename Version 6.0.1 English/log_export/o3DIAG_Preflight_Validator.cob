      *    will refuse at run time
      *  - alerting configured half-armed (ALERT-SEV without
      *    ALERT-THRESHOLD or ALERT-DIR)
      *  - processing-calendar values the driver will refuse
      *    (RUN-FREQUENCY, RUN-DAY, FULL-RUN)
      *
      *Arguments: any of PARM=path, PROFILES=path, POLICY=path -
      *at least one. Every finding is reported (the run does not
      *Keyword classification shared by the parameter and profile
      *checks: the export manager's full keyword set, and within
      *it the path-carrying keywords the driver owns and refuses
      *from a profile. The calendar keywords are the driver's
      *own, read from a profile and never passed on - in a
      *parameter file the export manager would ignore them.
      *----------------------------------------------------------
       01  WS-KW-WORK           PIC X(20) VALUE SPACES.
       01  WS-KW-KNOWN          PIC X VALUE "N".
       01  WS-KW-DRIVER-OWNED   PIC X VALUE "N".
       01  WS-KW-CALENDAR       PIC X VALUE "N".
       01  WS-CAL-VALUE         PIC X(20) VALUE SPACES.
       01  WS-CAL-OK            PIC X VALUE "N".

      *----------------------------------------------------------
      *Parameter-file state for the cross-field checks made after
       01  WS-PF-ALERT-DIR      PIC X(256) VALUE SPACES.
       01  WS-PF-ALERT-SEV      PIC X(20)  VALUE SPACES.
       01  WS-PF-ALERT-THRESH   PIC X(20)  VALUE SPACES.
       01  WS-PF-REDACT-PATH    PIC X(256) VALUE SPACES.

      *----------------------------------------------------------
      *SOURCE-TZ and CLOCK-OFFSET values, checked where they are
      *read - parameter file or profile - the way the export
      *manager will resolve them: a zone name from O3DTZ or a
      *fixed offset +HH:MM / +HHMM, and a signed number of
      *seconds of at most five digits.
      *----------------------------------------------------------
       01  WS-TZ-VALUE          PIC X(20)  VALUE SPACES.
       01  WS-TZ-WHERE          PIC X(40)  VALUE SPACES.
       01  WS-TZ-OK             PIC X      VALUE "N".
       01  WS-TZ-IDX            PIC 9(2)   VALUE ZERO.
       01  WS-TZ-LEN            PIC 9(4)   VALUE ZERO.
       01  WS-TZ-START          PIC 9(4)   VALUE ZERO.
           COPY O3DTZ.

      *----------------------------------------------------------
      *Profile catalog state: the names and MATCH patterns for
               10  WS-PROF-ALERT-SEV  PIC X(20).
               10  WS-PROF-ALERT-THR  PIC X(20).
               10  WS-PROF-ALERT-DIR  PIC X(256).
               10  WS-PROF-FREQUENCY  PIC X(20).
               10  WS-PROF-RUN-DAY    PIC X(20).

      *----------------------------------------------------------
      *Pattern decomposition for the overlap check: each MATCH
      *----------------------------------------------------------
           MOVE "N" TO WS-KW-KNOWN
           MOVE "N" TO WS-KW-DRIVER-OWNED
           MOVE "N" TO WS-KW-CALENDAR
           EVALUATE FUNCTION TRIM(WS-KW-WORK)
              WHEN "INPUT-PATH"
              WHEN "OUTPUT-PATH"
              WHEN "ALERT-DIR"
              WHEN "INDEX-PATH"
              WHEN "MANIFEST-PATH"
              WHEN "REDACT-PATH"
              WHEN "SOURCE-TZ"
              WHEN "CLOCK-OFFSET"
              WHEN "EVENT-MODE"
                 MOVE "Y" TO WS-KW-KNOWN
              WHEN "RUN-FREQUENCY"
              WHEN "RUN-DAY"
              WHEN "FULL-RUN"
                 MOVE "Y" TO WS-KW-KNOWN
                 MOVE "Y" TO WS-KW-CALENDAR
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
              MOVE "parameter ALERT-DIR" TO WS-CHECK-LABEL
              PERFORM CHECK-PATH-FINDING
           END-IF
           IF WS-PF-REDACT-PATH NOT = SPACES
              MOVE WS-PF-REDACT-PATH TO WS-CHECK-PATH
              MOVE "-r" TO WS-CHECK-KIND
              MOVE "parameter REDACT-PATH" TO WS-CHECK-LABEL
              PERFORM CHECK-PATH-FINDING
           END-IF

           IF WS-PF-OUTPUT-MODE NOT = SPACES
              AND WS-PF-OUTPUT-MODE NOT = "APPEND"
           ELSE
              MOVE PARM-KEYWORD TO WS-KW-WORK
              PERFORM CLASSIFY-KEYWORD
              IF WS-KW-KNOWN = "N" OR WS-KW-CALENDAR = "Y"
                 DISPLAY "PREFLIGHT: unknown parameter keyword "
                    FUNCTION TRIM(PARM-KEYWORD)
                    " - the export manager ignores it silently"
                    WHEN "ALERT-THRESHOLD"
                       MOVE FUNCTION TRIM(PARM-VALUE)
                          TO WS-PF-ALERT-THRESH
                    WHEN "REDACT-PATH"
                       MOVE FUNCTION TRIM(PARM-VALUE)
                          TO WS-PF-REDACT-PATH
                    WHEN "SOURCE-TZ"
                       MOVE FUNCTION TRIM(PARM-VALUE) TO WS-TZ-VALUE
                       MOVE "parameter file" TO WS-TZ-WHERE
                       PERFORM CHECK-SOURCE-TZ-VALUE
                    WHEN "CLOCK-OFFSET"
                       MOVE FUNCTION TRIM(PARM-VALUE) TO WS-TZ-VALUE
                       MOVE "parameter file" TO WS-TZ-WHERE
                       PERFORM CHECK-CLOCK-OFFSET-VALUE
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
                       WHEN "ALERT-DIR"
                          MOVE FUNCTION TRIM(CAT-VALUE) TO
                             WS-PROF-ALERT-DIR(WS-PROF-COUNT)
                       WHEN "SOURCE-TZ"
                          MOVE FUNCTION TRIM(CAT-VALUE)
                             TO WS-TZ-VALUE
                          PERFORM SET-PROFILE-TZ-WHERE
                          PERFORM CHECK-SOURCE-TZ-VALUE
                       WHEN "CLOCK-OFFSET"
                          MOVE FUNCTION TRIM(CAT-VALUE)
                             TO WS-TZ-VALUE
                          PERFORM SET-PROFILE-TZ-WHERE
                          PERFORM CHECK-CLOCK-OFFSET-VALUE
                       WHEN "RUN-FREQUENCY"
                       WHEN "RUN-DAY"
                       WHEN "FULL-RUN"
                          PERFORM CHECK-CALENDAR-VALUE
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-EVALUATE
           END-IF.

       CHECK-CALENDAR-VALUE.
      *----------------------------------------------------------
      *The values the driver accepts, which refuses the whole
      *catalog on any other.
      *----------------------------------------------------------
           MOVE SPACES TO WS-CAL-VALUE
           MOVE FUNCTION TRIM(CAT-VALUE) TO WS-CAL-VALUE
           MOVE "Y" TO WS-CAL-OK
           EVALUATE FUNCTION TRIM(CAT-KEYWORD)
              WHEN "RUN-FREQUENCY"
                 MOVE WS-CAL-VALUE
                    TO WS-PROF-FREQUENCY(WS-PROF-COUNT)
                 IF WS-CAL-VALUE NOT = "DAILY"
                    AND WS-CAL-VALUE NOT = "WEEKLY"
                    AND WS-CAL-VALUE NOT = "MONTH-END"
                    AND WS-CAL-VALUE NOT = "BUSINESS-DAYS"
                    MOVE "N" TO WS-CAL-OK
                 END-IF
              WHEN "RUN-DAY"
                 MOVE WS-CAL-VALUE
                    TO WS-PROF-RUN-DAY(WS-PROF-COUNT)
                 IF WS-CAL-VALUE NOT = "MON"
                    AND WS-CAL-VALUE NOT = "TUE"
                    AND WS-CAL-VALUE NOT = "WED"
                    AND WS-CAL-VALUE NOT = "THU"
                    AND WS-CAL-VALUE NOT = "FRI"
                    AND WS-CAL-VALUE NOT = "SAT"
                    AND WS-CAL-VALUE NOT = "SUN"
                    MOVE "N" TO WS-CAL-OK
                 END-IF
              WHEN OTHER
                 IF WS-CAL-VALUE NOT = "MONTH-END"
                    MOVE "N" TO WS-CAL-OK
                 END-IF
           END-EVALUATE
           IF WS-CAL-OK = "N"
              DISPLAY "PREFLIGHT: profile "
                 FUNCTION TRIM(WS-PROF-NAME(WS-PROF-COUNT))
                 " has an unknown " FUNCTION TRIM(CAT-KEYWORD)
                 " value " FUNCTION TRIM(CAT-VALUE)
                 " - the driver will refuse the catalog"
              PERFORM REPORT-FINDING
           END-IF.

       SET-PROFILE-TZ-WHERE.
           MOVE SPACES TO WS-TZ-WHERE
           STRING "profile " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PROF-NAME(WS-PROF-COUNT))
                  DELIMITED BY SIZE
               INTO WS-TZ-WHERE
           END-STRING.

       CHECK-SOURCE-TZ-VALUE.
           MOVE FUNCTION UPPER-CASE(WS-TZ-VALUE) TO WS-TZ-VALUE
           MOVE "N" TO WS-TZ-OK
           PERFORM VARYING WS-TZ-IDX FROM 1 BY 1
                 UNTIL WS-TZ-IDX > TZ-ZONE-COUNT OR WS-TZ-OK = "Y"
              IF TZ-ZONE-NAME(WS-TZ-IDX) = WS-TZ-VALUE
                 MOVE "Y" TO WS-TZ-OK
              END-IF
           END-PERFORM
           IF WS-TZ-OK = "N"
              AND (WS-TZ-VALUE(1:1) = "+" OR WS-TZ-VALUE(1:1) = "-")
              AND WS-TZ-VALUE(2:2) IS NUMERIC
              AND WS-TZ-VALUE(2:2) <= "14"
              EVALUATE TRUE
                 WHEN WS-TZ-VALUE(4:1) = ":"
                      AND WS-TZ-VALUE(5:2) IS NUMERIC
                      AND WS-TZ-VALUE(5:2) <= "59"
                      AND WS-TZ-VALUE(7:) = SPACES
                    MOVE "Y" TO WS-TZ-OK
                 WHEN WS-TZ-VALUE(4:2) IS NUMERIC
                      AND WS-TZ-VALUE(4:2) <= "59"
                      AND WS-TZ-VALUE(6:) = SPACES
                    MOVE "Y" TO WS-TZ-OK
                 WHEN WS-TZ-VALUE(4:) = SPACES
                    MOVE "Y" TO WS-TZ-OK
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           IF WS-TZ-OK = "N"
              DISPLAY "PREFLIGHT: SOURCE-TZ "
                 FUNCTION TRIM(WS-TZ-VALUE) " in "
                 FUNCTION TRIM(WS-TZ-WHERE)
                 " is neither a known zone nor an offset such as "
                 "+01:00 - the export manager will fail the run"
              PERFORM REPORT-FINDING
           END-IF.

       CHECK-CLOCK-OFFSET-VALUE.
           MOVE "Y" TO WS-TZ-OK
           MOVE 1 TO WS-TZ-START
           IF WS-TZ-VALUE(1:1) = "+" OR WS-TZ-VALUE(1:1) = "-"
              MOVE 2 TO WS-TZ-START
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TZ-VALUE))
              TO WS-TZ-LEN
           IF WS-TZ-VALUE = SPACES
              OR WS-TZ-LEN < WS-TZ-START
              OR WS-TZ-LEN - WS-TZ-START + 1 > 5
              MOVE "N" TO WS-TZ-OK
           ELSE
              IF WS-TZ-VALUE(WS-TZ-START:
                    WS-TZ-LEN - WS-TZ-START + 1) IS NOT NUMERIC
                 MOVE "N" TO WS-TZ-OK
              END-IF
           END-IF
           IF WS-TZ-OK = "N"
              DISPLAY "PREFLIGHT: CLOCK-OFFSET "
                 FUNCTION TRIM(WS-TZ-VALUE) " in "
                 FUNCTION TRIM(WS-TZ-WHERE)
                 " is not a signed number of seconds - the export "
                 "manager will fail the run"
              PERFORM REPORT-FINDING
           END-IF.

       CHECK-ONE-PROFILE.
           IF WS-PROF-MATCH(WS-PROF-IDX) = SPACES
              AND WS-PROF-NAME(WS-PROF-IDX) NOT = "DEFAULT"
                 "ALERT-DIR - alerting would be silently disarmed"
              PERFORM REPORT-FINDING
           END-IF
           IF WS-PROF-FREQUENCY(WS-PROF-IDX) = "WEEKLY"
              AND WS-PROF-RUN-DAY(WS-PROF-IDX) = SPACES
              DISPLAY "PREFLIGHT: profile "
                 FUNCTION TRIM(WS-PROF-NAME(WS-PROF-IDX))
                 " runs WEEKLY but names no RUN-DAY - the driver "
                 "will refuse the catalog"
              PERFORM REPORT-FINDING
           END-IF
           IF WS-PROF-FREQUENCY(WS-PROF-IDX) NOT = "WEEKLY"
              AND WS-PROF-RUN-DAY(WS-PROF-IDX) NOT = SPACES
              DISPLAY "PREFLIGHT: profile "
                 FUNCTION TRIM(WS-PROF-NAME(WS-PROF-IDX))
                 " names a RUN-DAY but does not run WEEKLY - the "
                 "driver will refuse the catalog"
              PERFORM REPORT-FINDING
           END-IF
           IF WS-PROF-ALERT-DIR(WS-PROF-IDX) NOT = SPACES
              MOVE WS-PROF-ALERT-DIR(WS-PROF-IDX)
                 TO WS-CHECK-PATH

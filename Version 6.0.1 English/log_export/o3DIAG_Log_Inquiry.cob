      *
      *Arguments: store path, component name (or ALL for every
      *component), from and to timestamps as YYYY-MM-DDTHH:MM:SS.
      *A store fed with stamps normalized to UTC is keyed in UTC,
      *so the range is given in UTC too; each hit then also shows
      *the stamp as the source wrote it.
      *-----------------------------------------------

       IDENTIFICATION DIVISION.
                 OR FUNCTION TRIM(IDX-COMPONENT) =
                    FUNCTION TRIM(WS-COMPONENT-ARG)
                 ADD 1 TO WS-MATCH-COUNT
                 IF IDX-LOCAL-STAMP = SPACES
                    DISPLAY IDX-LOG-DATE "T" IDX-LOG-TIME " "
                       IDX-SEVERITY " "
                       FUNCTION TRIM(IDX-COMPONENT) " "
                       FUNCTION TRIM(IDX-MESSAGE)
                 ELSE
                    DISPLAY IDX-LOG-DATE "T" IDX-LOG-TIME "Z ("
                       IDX-LOCAL-STAMP ") "
                       IDX-SEVERITY " "
                       FUNCTION TRIM(IDX-COMPONENT) " "
                       FUNCTION TRIM(IDX-MESSAGE)
                 END-IF
              END-IF
           END-IF.

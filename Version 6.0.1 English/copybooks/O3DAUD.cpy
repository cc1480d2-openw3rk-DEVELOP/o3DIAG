      *with no filters).
      *----------------------------------------------------------
           05  AUD-RECORDS-REJECTED PIC 9(9).
           05  FILLER               PIC X VALUE SPACE.
      *----------------------------------------------------------
      *Event assembly (EVENT-MODE Y): how many events the lines
      *read were assembled into, and how many of those lines were
      *continuation lines folded into an event opened above them.
      *Lines read less the two is the continuation lines that had
      *no event to join. Zero on runs without event assembly.
      *----------------------------------------------------------
           05  AUD-EVENTS-ASSEMBLED PIC 9(9).
           05  FILLER               PIC X VALUE SPACE.
           05  AUD-LINES-FOLDED     PIC 9(9).
           05  FILLER               PIC X VALUE SPACE.
      *----------------------------------------------------------
      *Bytes the exported records occupy in the output file,
      *line terminators included (the CSV header and the footer
      *lines are not counted), for the monthly chargeback. Spaces
      *on records written before the field was added.
      *----------------------------------------------------------
           05  AUD-BYTES-WRITTEN    PIC 9(12).

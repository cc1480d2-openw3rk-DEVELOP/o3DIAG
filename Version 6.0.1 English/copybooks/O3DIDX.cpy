      *the log inquiry program with keyed START/READ NEXT, so a
      *helpdesk lookup for one component's five-minute window no
      *longer means gunzipping archives and grepping flat files.
      *When the export normalizes stamps to UTC (SOURCE-TZ or
      *CLOCK-OFFSET set) the key carries the UTC date and time and
      *IDX-LOCAL-STAMP the stamp as the source wrote it, with the
      *offset that was applied (YYYY-MM-DDTHH:MM:SS+HH:MM); it is
      *spaces for a store fed without normalization. An export
      *run with EVENT-MODE Y stores one entry per event, keyed on
      *the line that opened it, and IDX-MESSAGE carries the
      *event's continuation lines (a stack trace) joined on by
      *the two characters \n.
      *-----------------------------------------------
       01  INDEX-RECORD.
           05  IDX-KEY.
               10  IDX-SEQUENCE   PIC 9(9).
               10  IDX-COMPONENT  PIC X(30).
           05  IDX-SEVERITY       PIC X(5).
           05  IDX-MESSAGE        PIC X(1024).
           05  IDX-LOCAL-STAMP    PIC X(25).

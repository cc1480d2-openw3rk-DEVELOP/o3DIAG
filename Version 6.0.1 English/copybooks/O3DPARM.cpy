      *INDEX-PATH (optional additional destination: an INDEXED
      *store keyed date+time+record number that the log inquiry
      *program queries with keyed START/READ NEXT; the flat
      *export is unchanged),
      *REDACT-PATH (optional redaction rule file: card numbers,
      *e-mail addresses, tokens and passwords found by its rules
      *are masked in every line before it reaches any output -
      *flat, CSV, index store, alert sample or reject file),
      *SOURCE-TZ (optional zone the source's clock runs in - a
      *name from O3DTZ such as EUROPE/BERLIN, or a fixed offset
      *such as +05:30; setting it normalizes parsed stamps to UTC
      *for filtering, CSV and the index store, keeping the local
      *stamp beside them), CLOCK-OFFSET (optional signed seconds
      *added after that conversion to correct a source whose
      *clock is known to drift; also turns normalization on),
      *EVENT-MODE (Y to fold continuation lines - a stack trace
      *under the line that raised it - into that line's event:
      *one CSV record and one index entry per event, the trace
      *joined into its message; only a continuation line with no
      *event above it is still judged as a line of its own).
      *PARM-VALUE is sized to match WS-FILE-IN/WS-FILE-OUT so a
      *full-length path never gets silently truncated here.
      *-----------------------------------------------

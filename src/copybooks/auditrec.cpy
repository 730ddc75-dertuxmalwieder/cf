      *> stamped readings and late files existed.  cfchk's history
      *> replay keys off these; blank on lines written before the
      *> fields existed, which only ever predate the split clocks.
      *> audit-record-type, appended last on the same rule, marks a
      *> line that is not a conversion: R is a cfrestate
      *> restatement, the corrected value of a reading already
      *> loaded, which rewrites that reading rather than adding one.
      *> Blank is an ordinary conversion line, as every older line
      *> reads.

       01 audit-record.
           05 audit-timestamp     PIC X(26).
           05 audit-reading-date  PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 audit-reading-time  PIC 9(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 audit-record-type   PIC X(01).
               88 audit-restatement     VALUE "R".

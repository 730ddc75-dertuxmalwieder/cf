      *> The result is a proposed-corrections file listing each
      *> drifting probe with its current SENSMAST.DAT offset and the
      *> recommended new one, for review and application through
      *> cfsens: the reviewer marks each line A or D in column 80
      *> and cfsens -p applies the approved ones, journaled.
      *> Nothing here touches the master itself.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *> readings normalized to Celsius, summed and averaged, plus
      *> the location that decides who counts as a peer.  Only
      *> active probes load -- a deactivated probe's history must
      *> not skew the stores it used to sit in.  The master reads
      *> back in key order, so the history pass finds a probe's
      *> entry with SEARCH ALL; the limit is cf's.
      *> ----------------------------------------------------------
       01 drift-table-area.
           05 drift-count         PIC 9(04) COMP VALUE ZERO.
           05 drift-limit         PIC 9(04) COMP VALUE 9999.
           05 drift-entry OCCURS 0 TO 9999
                   DEPENDING ON drift-count
                   ASCENDING KEY drift-tbl-id
                   INDEXED BY drift-tbl-ix.
               10 drift-tbl-id        PIC X(08).
               10 drift-tbl-location  PIC X(20).
               10 drift-tbl-unit      PIC X(01).
           IF NOT sensor-active THEN
               GO TO 1100-EXIT
           END-IF
      *> A probe left off the table would drop out of its peers'
      *> mean and could tip a proposal for every probe beside it.
           IF drift-count >= drift-limit THEN
               DISPLAY "cfdrift: more than " drift-limit
                   " active sensors in "
                   FUNCTION TRIM(sensor-file-path) "; run refused"
               CLOSE sensor-file
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO drift-count
           MOVE sensor-id TO drift-tbl-id(drift-count)
               GO TO 2100-EXIT
           END-IF
           MOVE ZERO TO drift-found-index
           SEARCH ALL drift-entry
               WHEN drift-tbl-id(drift-tbl-ix) = history-sensor-id
                   SET drift-found-index TO drift-tbl-ix
           END-SEARCH
           IF drift-found-index = ZERO THEN
               GO TO 2100-EXIT
           END-IF
       2100-EXIT.
           EXIT.

      *> Probes at one location may report in different units; the
      *> comparison needs one scale, and Celsius is the house one.
       2200-NORMALIZE-TO-CELSIUS.
               TO proposal-line(1:39)
           MOVE "CURRENT-OFS  PROPOSED-OFS DRIFT-C"
               TO proposal-line(40:33)
      *> Column 80 of each data line is left blank for the reviewer's
      *> A (apply) or D (decline); cfsens -p reads it back.
           MOVE "A/D" TO proposal-line(80:3)
           WRITE proposal-line.

       3100-COMPUTE-SENSOR-MEAN.

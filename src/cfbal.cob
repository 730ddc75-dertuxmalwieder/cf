      *> cfbal is the end-of-run balancer, a sibling of cfsum: given a
      *> batch input file, the .OUT file the run wrote and the audit
      *> log, it proves record for record that every input line landed
      *> as a converted output row, a logged rejection or a reading
      *> held for a closed period, and independently re-derives each
      *> converted value in reverse (F back to C and so on) to within
      *> a rounding tolerance.  An unbalanced run has to surface here,
      *> before the figures go to the regulator.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 audit-found            VALUE "Y".

      *> ----------------------------------------------------------
      *> In-memory sensor master, same shape and limit cf loads, in
      *> the key order the master reads back in, for SEARCH ALL.
      *> ----------------------------------------------------------
       01 sensor-table-area.
           05 sensor-count        PIC 9(04) COMP VALUE ZERO.
           05 sensor-limit        PIC 9(04) COMP VALUE 9999.
           05 sensor-entry OCCURS 0 TO 9999
                   DEPENDING ON sensor-count
                   ASCENDING KEY sensor-tbl-id
                   INDEXED BY sensor-tbl-ix.
               10 sensor-tbl-id       PIC X(08).
               10 sensor-tbl-offset   PIC S9(3)V9(4) COMP-3.
               10 sensor-tbl-status   PIC X(01).
       01 sensor-found-index      PIC 9(04) COMP.

      *> ----------------------------------------------------------
      *> Effective-dated per-unit offsets, resolved per record for
      *> the reading's own date -- its timestamp when stamped,
      *> otherwise the feed's HDR date.  Mirrors the table cf
      *> builds in 1020-LOAD-CALHIST, limit and all.
      *> ----------------------------------------------------------
       01 calhist-table-area.
           05 calhist-count       PIC 9(04) COMP VALUE ZERO.
           05 calhist-limit       PIC 9(04) COMP VALUE 2000.
           05 calhist-entry OCCURS 2000.
               10 calh-tbl-unit       PIC X(01).
               10 calh-tbl-date       PIC 9(08).
               10 calh-tbl-offset     PIC S9(3)V9(4) COMP-3.
           05 cal-base-k-offset   PIC S9(3)V9(4) COMP-3 VALUE ZERO.
       01 cal-resolve-area.
           05 effective-cal-date  PIC 9(08) VALUE ZERO.
           05 cal-resolved-date   PIC 9(08) VALUE ZERO.
           05 cal-best-c-date     PIC 9(08) VALUE ZERO.
           05 cal-best-f-date     PIC 9(08) VALUE ZERO.
           05 cal-best-k-date     PIC 9(08) VALUE ZERO.
      *> ----------------------------------------------------------
       01 converted-count       PIC 9(08) VALUE ZERO.
       01 rejected-count        PIC 9(08) VALUE ZERO.
       01 held-count            PIC 9(08) VALUE ZERO.
       01 output-row-count      PIC 9(08) VALUE ZERO.
       01 discrepancy-count     PIC 9(08) VALUE ZERO.


       1100-LOAD-CALIBRATION.
           OPEN INPUT calparm-file
           EVALUATE calparm-file-status
               WHEN "00"
                   PERFORM 1110-READ-CALPARM THRU 1110-EXIT
                       UNTIL calparm-eof
                   CLOSE calparm-file
               WHEN "05"
                   CLOSE calparm-file
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "cfbal: cannot open "
                       FUNCTION TRIM(calparm-file-path)
                       " (status " calparm-file-status ")"
                       "; balance refused"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1110-READ-CALPARM.
           READ calparm-file
                   SET calparm-eof TO TRUE
                   GO TO 1110-EXIT
           END-READ
           IF calparm-file-status NOT = "00" THEN
               DISPLAY "cfbal: cannot read "
                   FUNCTION TRIM(calparm-file-path)
                   " (status " calparm-file-status "); balance refused"
               CLOSE calparm-file
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION UPPER-CASE(calparm-unit) TO calparm-unit
           EVALUATE calparm-unit
               WHEN "C"
           MOVE cal-f-offset TO cal-base-f-offset
           MOVE cal-k-offset TO cal-base-k-offset
           OPEN INPUT calhist-file
           EVALUATE calhist-file-status
               WHEN "00"
                   PERFORM 1160-READ-CALHIST THRU 1160-EXIT
                       UNTIL calhist-eof
                   CLOSE calhist-file
               WHEN "05"
                   CLOSE calhist-file
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "cfbal: cannot open "
                       FUNCTION TRIM(calhist-file-path)
                       " (status " calhist-file-status ")"
                       "; balance refused"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1160-READ-CALHIST.
           READ calhist-file
                   SET calhist-eof TO TRUE
                   GO TO 1160-EXIT
           END-READ
           IF calhist-file-status NOT = "00" THEN
               DISPLAY "cfbal: cannot read "
                   FUNCTION TRIM(calhist-file-path)
                   " (status " calhist-file-status "); balance refused"
               CLOSE calhist-file
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF calhist-eff-date IS NOT NUMERIC THEN
               GO TO 1160-EXIT
           END-IF
      *> cf refuses a run on a calibration history it cannot hold
      *> whole, so a proof against part of one would prove nothing.
           IF calhist-count >= calhist-limit THEN
               DISPLAY "cfbal: more than " calhist-limit
                   " entries in " FUNCTION TRIM(calhist-file-path)
                   "; balance refused"
               CLOSE calhist-file
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO calhist-count
           MOVE FUNCTION UPPER-CASE(calhist-unit)

       1200-LOAD-SENSORS.
           OPEN INPUT sensor-file
           EVALUATE sensor-file-status
               WHEN "00"
                   PERFORM 1210-READ-SENSOR THRU 1210-EXIT
                       UNTIL sensor-eof
                   CLOSE sensor-file
               WHEN "05"
                   CLOSE sensor-file
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "cfbal: cannot open "
                       FUNCTION TRIM(sensor-file-path)
                       " (status " sensor-file-status ")"
                       "; balance refused"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1210-READ-SENSOR.
           READ sensor-file NEXT
                   SET sensor-eof TO TRUE
                   GO TO 1210-EXIT
           END-READ
           IF sensor-file-status NOT = "00" THEN
               DISPLAY "cfbal: cannot read "
                   FUNCTION TRIM(sensor-file-path)
                   " (status " sensor-file-status "); balance refused"
               CLOSE sensor-file
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF sensor-count >= sensor-limit THEN
               DISPLAY "cfbal: more than " sensor-limit
                   " sensors in " FUNCTION TRIM(sensor-file-path)
                   "; balance refused"
               CLOSE sensor-file
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO sensor-count
           MOVE sensor-id TO sensor-tbl-id(sensor-count)
           IF matched-valid-flag = "Y" THEN
               ADD 1 TO converted-count
               PERFORM 2200-CHECK-OUTPUT-ROW THRU 2200-EXIT
               PERFORM 2250-RESOLVE-CAL-OFFSETS THRU 2250-EXIT
               PERFORM 2300-REDERIVE-IN-REVERSE THRU 2300-EXIT
           ELSE
               IF matched-valid-flag = "H" THEN
                   ADD 1 TO held-count
               ELSE
                   ADD 1 TO rejected-count
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.
           ELSE
               MOVE header-date TO effective-cal-date
           END-IF
           IF effective-cal-date = cal-resolved-date THEN
               GO TO 2250-EXIT
           END-IF
           MOVE effective-cal-date TO cal-resolved-date
           MOVE cal-base-c-offset TO cal-c-offset
           MOVE cal-base-f-offset TO cal-f-offset
           MOVE cal-base-k-offset TO cal-k-offset
               PERFORM 2260-JUDGE-CALHIST-ENTRY
                   UNTIL calhist-scan-index > calhist-count
           END-IF.
       2250-EXIT.
           EXIT.

       2260-JUDGE-CALHIST-ENTRY.
           IF calh-tbl-date(calhist-scan-index)
                   SET audit-eof TO TRUE
                   GO TO 2110-EXIT
           END-READ
      *> A later restatement is not the run's own conversion; the
      *> balance is of the run as it happened.
           IF audit-restatement THEN
               GO TO 2110-EXIT
           END-IF
           IF audit-sensor-id NOT = input-sensor-id THEN
               GO TO 2110-EXIT
           END-IF
       2400-LOOKUP-SENSOR-OFFSET.
           MOVE ZERO TO derive-sensor-offset
           MOVE ZERO TO sensor-found-index
           SEARCH ALL sensor-entry
               WHEN sensor-tbl-id(sensor-tbl-ix) = input-sensor-id
                   SET sensor-found-index TO sensor-tbl-ix
           END-SEARCH
           IF sensor-found-index > ZERO THEN
               MOVE sensor-tbl-offset(sensor-found-index)
                   TO derive-sensor-offset
           END-IF.

      *> Output rows beyond the converted readings mean the .OUT file
      *> holds work this input file never asked for.
       2700-CHECK-EXTRA-OUTPUT.
           DISPLAY "INPUT RECORDS       " input-record-count
           DISPLAY "CONVERTED           " converted-count
           DISPLAY "REJECTED            " rejected-count
           DISPLAY "HELD                " held-count
           DISPLAY "OUTPUT ROWS         " output-row-count
           DISPLAY "DISCREPANCIES       " discrepancy-count
           IF discrepancy-count = ZERO THEN

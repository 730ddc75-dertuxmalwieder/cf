      *> typed input.  Every conversion goes through cfconv and the
      *> audit log exactly like the command-line path, so the trail
      *> stays complete however the reading arrives.
      *>
      *> cfkey -c is the calibration check: the operator names a
      *> probe from SENSMAST.DAT and the reference thermometer, then
      *> keys reference and probe readings in pairs at each test
      *> point.  The probe reading is adjusted through cfconv with
      *> the offsets in force, exactly as a delivered reading would
      *> be, and the point passes when it lands within the session
      *> tolerance of the reference.  Ending the session files every
      *> point and the overall result to CFCALRES.DAT, stamps the
      *> probe's last-calibrated date on the master (journaled like
      *> any cfsens change) when every point passed, and has cfcert
      *> print the certificate.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS calhist-file-status.

      *> Calibration check only: the master admits the probe and
      *> takes the passing stamp, the journal records that stamp the
      *> way cfsens records its own changes, and the results file
      *> keeps every point.
           SELECT OPTIONAL sensor-file
               ASSIGN TO DYNAMIC sensor-file-path
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY sensor-id
               FILE STATUS sensor-file-status.

           SELECT OPTIONAL journal-file
               ASSIGN TO DYNAMIC journal-file-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS journal-file-status.

           SELECT OPTIONAL calres-file
               ASSIGN TO DYNAMIC calres-file-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS calres-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD audit-file.
       FD calhist-file.
           COPY calhist.

       FD sensor-file.
           COPY sensrec.

       FD journal-file.
           COPY sensjrnl.

       FD calres-file.
           COPY calres.

       WORKING-STORAGE SECTION.

       COPY convrec.
           88 calparm-eof            VALUE "Y".
       01 calhist-eof-switch   PIC X(01) VALUE "N".
           88 calhist-eof            VALUE "Y".
       01 sensor-file-path     PIC X(80) VALUE "SENSMAST.DAT".
       01 journal-file-path    PIC X(80) VALUE "SENSJRNL.DAT".
       01 calres-file-path     PIC X(80) VALUE "CFCALRES.DAT".
       01 sensor-file-status   PIC X(02).
       01 journal-file-status  PIC X(02).
       01 calres-file-status   PIC X(02).

       01 argument-count       PIC 9(02) COMP.
       01 work-argument        PIC X(64).

      *> ----------------------------------------------------------
      *> Effective-dated per-unit offsets, resolved for today's
      *> ----------------------------------------------------------
       01 calhist-table-area.
           05 calhist-count       PIC 9(04) COMP VALUE ZERO.
           05 calhist-limit       PIC 9(04) COMP VALUE 2000.
           05 calhist-entry OCCURS 2000.
               10 calh-tbl-unit       PIC X(01).
               10 calh-tbl-date       PIC 9(08).
               10 calh-tbl-offset     PIC S9(3)V9(4) COMP-3.
       01 operator-quit-switch PIC X(01) VALUE "N".
           88 operator-quit          VALUE "Y".

      *> ----------------------------------------------------------
      *> Calibration check: session fields, and the points keyed so
      *> far.  Nothing is filed until the operator ends the session,
      *> so an abandoned one leaves only its audit lines.
      *> ----------------------------------------------------------
       01 scr-cal-sensor       PIC X(08) VALUE SPACES.
       01 scr-cal-instrument   PIC X(20) VALUE SPACES.
       01 scr-cal-tolerance    PIC X(08) VALUE "0.5".
       01 scr-ref-value-text   PIC X(16) VALUE SPACES.
       01 scr-probe-value-text PIC X(16) VALUE SPACES.
       01 scr-cal-action       PIC X(01) VALUE SPACE.
       01 calib-area.
           05 calib-min-points     PIC 9(02) VALUE 3.
           05 calib-limit          PIC 9(02) VALUE 20.
           05 calib-point-count    PIC 9(02) VALUE ZERO.
           05 calib-pass-count     PIC 9(02) VALUE ZERO.
           05 calib-fail-count     PIC 9(02) VALUE ZERO.
           05 calib-index          PIC 9(02) COMP.
           05 calib-unit           PIC X(01).
           05 calib-sensor-offset  PIC S9(3)V9(4) COMP-3.
           05 calib-tolerance      PIC S9(3)V9(4) COMP-3.
           05 calib-reference      PIC S9(8)V9(4) COMP-3.
           05 calib-deviation      PIC S9(8)V9(4) COMP-3.
           05 calib-abs-deviation  PIC S9(8)V9(4) COMP-3.
           05 calib-worst-deviation PIC S9(8)V9(4) COMP-3.
           05 calib-session-switch PIC X(01) VALUE "N".
               88 calib-session-open     VALUE "Y".
           05 calib-found-switch   PIC X(01).
               88 calib-sensor-found     VALUE "Y".
           05 calib-stamped-switch PIC X(01).
               88 calib-stamped          VALUE "Y".
           05 calib-point OCCURS 20.
               10 calib-tbl-reference  PIC S9(8)V9(4) COMP-3.
               10 calib-tbl-raw        PIC S9(8)V9(4) COMP-3.
               10 calib-tbl-adjusted   PIC S9(8)V9(4) COMP-3.
               10 calib-tbl-deviation  PIC S9(8)V9(4) COMP-3.
               10 calib-tbl-result     PIC X(04).
       01 calib-ref-display    PIC +Z(4)9.9999.
       01 calib-probe-display  PIC +Z(4)9.9999.
       01 calib-dev-display    PIC +Z(4)9.9999.
       01 offset-display       PIC +9(3).9(4).
       01 certificate-file-name PIC X(60).
       01 certificate-command  PIC X(200).

      *> ----------------------------------------------------------
      *> The rolling window of recent answers shown on the form.
      *> ----------------------------------------------------------
           05 LINE 13 COLUMN 03 PIC X(60) FROM recent-line(5).
           05 LINE 15 COLUMN 01 PIC X(60) FROM screen-message.

       01 calib-session-screen.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE "CF CALIBRATION CHECK".
           05 LINE 01 COLUMN 60 VALUE "Q = QUIT".
           05 LINE 03 COLUMN 01 VALUE "SENSOR............:".
           05 LINE 03 COLUMN 21 PIC X(08) USING scr-cal-sensor.
           05 LINE 04 COLUMN 01 VALUE "REFERENCE INSTR...:".
           05 LINE 04 COLUMN 21 PIC X(20) USING scr-cal-instrument.
           05 LINE 05 COLUMN 01 VALUE "TOLERANCE (+/-)...:".
           05 LINE 05 COLUMN 21 PIC X(08) USING scr-cal-tolerance.
           05 LINE 15 COLUMN 01 PIC X(60) FROM screen-message.

       01 calib-point-screen.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE "CF CALIBRATION CHECK".
           05 LINE 01 COLUMN 46 VALUE "E = END  Q = ABANDON".
           05 LINE 03 COLUMN 01 VALUE "SENSOR............:".
           05 LINE 03 COLUMN 21 PIC X(08) FROM scr-cal-sensor.
           05 LINE 03 COLUMN 31 VALUE "UNIT".
           05 LINE 03 COLUMN 36 PIC X(01) FROM calib-unit.
           05 LINE 04 COLUMN 01 VALUE "REFERENCE INSTR...:".
           05 LINE 04 COLUMN 21 PIC X(20) FROM scr-cal-instrument.
           05 LINE 05 COLUMN 01 VALUE "TOLERANCE (+/-)...:".
           05 LINE 05 COLUMN 21 PIC X(08) FROM scr-cal-tolerance.
           05 LINE 07 COLUMN 01 VALUE "REFERENCE READING.:".
           05 LINE 07 COLUMN 21 PIC X(16) USING scr-ref-value-text.
           05 LINE 08 COLUMN 01 VALUE "PROBE READING.....:".
           05 LINE 08 COLUMN 21 PIC X(16) USING scr-probe-value-text.
           05 LINE 09 COLUMN 01 VALUE "ACTION (E/Q)......:".
           05 LINE 09 COLUMN 21 PIC X(01) USING scr-cal-action.
           05 LINE 11 COLUMN 01 VALUE "TEST POINTS".
           05 LINE 11 COLUMN 13 PIC Z9 FROM calib-point-count.
           05 LINE 12 COLUMN 03 PIC X(60) FROM recent-line(1).
           05 LINE 13 COLUMN 03 PIC X(60) FROM recent-line(2).
           05 LINE 14 COLUMN 03 PIC X(60) FROM recent-line(3).
           05 LINE 15 COLUMN 03 PIC X(60) FROM recent-line(4).
           05 LINE 16 COLUMN 03 PIC X(60) FROM recent-line(5).
           05 LINE 18 COLUMN 01 PIC X(60) FROM screen-message.

       PROCEDURE DIVISION.
       PERFORM 0000-START.

       0000-USAGE.
           DISPLAY "Usage: cfkey [-c]"
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       0000-START.
           ACCEPT argument-count FROM ARGUMENT-NUMBER
           IF argument-count > ZERO THEN
               ACCEPT work-argument FROM ARGUMENT-VALUE
               IF FUNCTION UPPER-CASE(work-argument(1:2)) NOT = "-C"
                       OR work-argument(3:1) NOT = SPACE THEN
                   PERFORM 0000-USAGE
               END-IF
               PERFORM 1000-INITIALIZE
               PERFORM 7000-CALIBRATION-CYCLE
                   UNTIL operator-quit
               CLOSE audit-file
               STOP RUN
           END-IF

           PERFORM 1000-INITIALIZE

           PERFORM 2000-ENTRY-CYCLE THRU 2000-EXIT
           IF calhist-eff-date IS NOT NUMERIC THEN
               GO TO 1030-EXIT
           END-IF
      *> Same limit and the same stance as cf: offsets resolved from
      *> part of the history would be wrong for some dates.
           IF calhist-count >= calhist-limit THEN
               DISPLAY "cfkey: more than " calhist-limit
                   " entries in " FUNCTION TRIM(calhist-file-path)
               CLOSE calhist-file
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO calhist-count
           MOVE FUNCTION UPPER-CASE(calhist-unit)
           MOVE current-time-hhmmss(3:2) TO current-timestamp(15:2)
           MOVE ":" TO current-timestamp(17:1)
           MOVE current-time-hhmmss(5:2) TO current-timestamp(18:2).

      *> ----------------------------------------------------------
      *> Calibration check.  The first form opens a session for one
      *> active probe; the second takes its test points until the
      *> operator ends or abandons it, and then the first form comes
      *> back for the next probe with the instrument and tolerance
      *> still filled in.
      *> ----------------------------------------------------------
       7000-CALIBRATION-CYCLE.
           IF calib-session-open THEN
               PERFORM 7200-POINT-CYCLE THRU 7200-EXIT
           ELSE
               PERFORM 7100-SESSION-CYCLE THRU 7100-EXIT
           END-IF.

       7100-SESSION-CYCLE.
           DISPLAY calib-session-screen
           ACCEPT calib-session-screen

           MOVE FUNCTION UPPER-CASE(scr-cal-sensor) TO scr-cal-sensor
           IF scr-cal-sensor = "Q" THEN
               SET operator-quit TO TRUE
               GO TO 7100-EXIT
           END-IF
           IF scr-cal-sensor = SPACES THEN
               MOVE "SENSOR REQUIRED" TO screen-message
               GO TO 7100-EXIT
           END-IF
           IF scr-cal-instrument = SPACES THEN
               MOVE "REFERENCE INSTRUMENT REQUIRED" TO screen-message
               GO TO 7100-EXIT
           END-IF
           IF scr-cal-tolerance = SPACES OR
                   FUNCTION TEST-NUMVAL(scr-cal-tolerance) NOT = ZERO
                   THEN
               MOVE "TOLERANCE MUST BE A NUMBER" TO screen-message
               GO TO 7100-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(scr-cal-tolerance) TO calib-tolerance
           IF calib-tolerance NOT > ZERO OR calib-tolerance > 99 THEN
               MOVE "TOLERANCE MUST BE ABOVE 0 AND AT MOST 99"
                   TO screen-message
               GO TO 7100-EXIT
           END-IF

           MOVE "N" TO calib-found-switch
           OPEN INPUT sensor-file
           IF sensor-file-status = "00" THEN
               MOVE scr-cal-sensor TO sensor-id
               READ sensor-file
                   NOT INVALID KEY
                       SET calib-sensor-found TO TRUE
               END-READ
               CLOSE sensor-file
           ELSE
               IF sensor-file-status = "05" THEN
                   CLOSE sensor-file
               END-IF
           END-IF
           IF NOT calib-sensor-found THEN
               MOVE "SENSOR NOT ON SENSMAST.DAT" TO screen-message
               GO TO 7100-EXIT
           END-IF
           IF NOT sensor-active THEN
               MOVE "SENSOR IS INACTIVE" TO screen-message
               GO TO 7100-EXIT
           END-IF

           MOVE sensor-native-unit TO calib-unit
           MOVE sensor-offset TO calib-sensor-offset
           MOVE ZERO TO calib-point-count
           MOVE SPACES TO recent-area
           MOVE SPACES TO scr-ref-value-text scr-probe-value-text
           MOVE SPACE TO scr-cal-action
           MOVE SPACES TO screen-message
           SET calib-session-open TO TRUE.
       7100-EXIT.
           EXIT.

      *> A rejected point leaves both readings as typed, the way the
      *> entry form leaves a rejected value; an accepted one clears
      *> them for the next test point.
       7200-POINT-CYCLE.
           DISPLAY calib-point-screen
           ACCEPT calib-point-screen

           MOVE FUNCTION UPPER-CASE(scr-cal-action) TO scr-cal-action
           EVALUATE scr-cal-action
               WHEN "Q"
                   MOVE SPACE TO scr-cal-action
                   MOVE "N" TO calib-session-switch
                   MOVE "SESSION ABANDONED; NOTHING FILED"
                       TO screen-message
                   GO TO 7200-EXIT
               WHEN "E"
                   MOVE SPACE TO scr-cal-action
                   PERFORM 7500-FINISH-SESSION THRU 7500-EXIT
                   GO TO 7200-EXIT
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   MOVE "ACTION MUST BE E, Q OR BLANK"
                       TO screen-message
                   GO TO 7200-EXIT
           END-EVALUATE

           IF calib-point-count >= calib-limit THEN
               MOVE "POINT LIMIT REACHED; E ENDS THE SESSION"
                   TO screen-message
               GO TO 7200-EXIT
           END-IF
           IF scr-ref-value-text = SPACES OR
                   FUNCTION TEST-NUMVAL(scr-ref-value-text)
                       NOT = ZERO THEN
               MOVE "REFERENCE READING MUST BE A NUMBER"
                   TO screen-message
               GO TO 7200-EXIT
           END-IF
           IF scr-probe-value-text = SPACES OR
                   FUNCTION TEST-NUMVAL(scr-probe-value-text)
                       NOT = ZERO THEN
               MOVE "PROBE READING MUST BE A NUMBER"
                   TO screen-message
               GO TO 7200-EXIT
           END-IF

           MOVE FUNCTION NUMVAL(scr-ref-value-text) TO calib-reference
           PERFORM 7300-ADJUST-PROBE-READING
           PERFORM 6000-AUDIT-LOG
           IF NOT conv-valid THEN
               MOVE conv-error-message TO screen-message
               GO TO 7200-EXIT
           END-IF

           COMPUTE calib-deviation
               = conv-output-value - calib-reference
           IF calib-deviation < ZERO THEN
               COMPUTE calib-abs-deviation = ZERO - calib-deviation
           ELSE
               MOVE calib-deviation TO calib-abs-deviation
           END-IF
           ADD 1 TO calib-point-count
           MOVE calib-reference
               TO calib-tbl-reference(calib-point-count)
           MOVE conv-input-value TO calib-tbl-raw(calib-point-count)
           MOVE conv-output-value
               TO calib-tbl-adjusted(calib-point-count)
           MOVE calib-deviation
               TO calib-tbl-deviation(calib-point-count)
           IF calib-abs-deviation > calib-tolerance THEN
               MOVE "FAIL" TO calib-tbl-result(calib-point-count)
           ELSE
               MOVE "PASS" TO calib-tbl-result(calib-point-count)
           END-IF
           PERFORM 7400-ROLL-POINT-WINDOW
           MOVE SPACES TO scr-ref-value-text scr-probe-value-text
           MOVE SPACES TO screen-message.
       7200-EXIT.
           EXIT.

      *> Same-unit target is cfconv's calibration pass: the per-unit
      *> offset in force today and the probe's own offset applied,
      *> the value handed back in the unit it came in.  The sensor
      *> rides as its offset only: a bench reading never goes to
      *> history, and an audit line naming a sensor is one cfchk and
      *> cfbal would look for there.
       7300-ADJUST-PROBE-READING.
           MOVE calib-unit TO conv-unit
           MOVE calib-unit TO conv-target-unit
           MOVE FUNCTION NUMVAL(scr-probe-value-text)
               TO conv-input-value
           MOVE SPACES TO conv-sensor-id
           MOVE calib-sensor-offset TO conv-sensor-offset
           ACCEPT effective-cal-date FROM DATE YYYYMMDD
           PERFORM 3100-RESOLVE-CAL-OFFSETS
           CALL "cfconv" USING conv-record cal-parameters.

       7400-ROLL-POINT-WINDOW.
           MOVE calib-reference TO calib-ref-display
           MOVE conv-output-value TO calib-probe-display
           MOVE calib-deviation TO calib-dev-display
           MOVE SPACES TO result-line
           STRING "PT " DELIMITED BY SIZE
               calib-point-count DELIMITED BY SIZE
               " REF " DELIMITED BY SIZE
               calib-ref-display DELIMITED BY SIZE
               " PRB " DELIMITED BY SIZE
               calib-probe-display DELIMITED BY SIZE
               " DEV " DELIMITED BY SIZE
               calib-dev-display DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               calib-tbl-result(calib-point-count) DELIMITED BY SIZE
               INTO result-line
           END-STRING
           MOVE 5 TO recent-shift-index
           PERFORM 5100-SHIFT-ONE-LINE
               UNTIL recent-shift-index < 2
           MOVE result-line TO recent-line(1).

      *> ----------------------------------------------------------
      *> End of session: every point and the summary go to the
      *> results file under one filing stamp; a file that cannot be
      *> written leaves the session open to try again.  Only a
      *> session with every point inside tolerance stamps the
      *> master.  The certificate prints either way -- a failed
      *> check is a record the auditor wants too.
      *> ----------------------------------------------------------
       7500-FINISH-SESSION.
           IF calib-point-count < calib-min-points THEN
               MOVE SPACES TO screen-message
               STRING "AT LEAST " DELIMITED BY SIZE
                   calib-min-points DELIMITED BY SIZE
                   " TEST POINTS BEFORE THE SESSION CAN END"
                       DELIMITED BY SIZE
                   INTO screen-message
               END-STRING
               GO TO 7500-EXIT
           END-IF
           ACCEPT current-date-ccyymmdd FROM DATE YYYYMMDD
           ACCEPT current-time-hhmmss FROM TIME
           PERFORM 6100-BUILD-TIMESTAMP

           MOVE ZERO TO calib-pass-count calib-fail-count
               calib-worst-deviation
           MOVE 1 TO calib-index
           PERFORM 7510-TALLY-POINT
               UNTIL calib-index > calib-point-count

           OPEN EXTEND calres-file
           IF calres-file-status = "05" OR
                   calres-file-status = "35" THEN
               CLOSE calres-file
               OPEN OUTPUT calres-file
           END-IF
           IF calres-file-status NOT = "00" AND
                   calres-file-status NOT = "05" THEN
               MOVE "CANNOT WRITE CFCALRES.DAT; SESSION NOT FILED"
                   TO screen-message
               GO TO 7500-EXIT
           END-IF
           MOVE 1 TO calib-index
           PERFORM 7520-WRITE-POINT-LINE
               UNTIL calib-index > calib-point-count
           PERFORM 7530-WRITE-SUMMARY-LINE
           CLOSE calres-file

           MOVE "N" TO calib-stamped-switch
           IF calib-fail-count = ZERO THEN
               PERFORM 7600-STAMP-MASTER THRU 7600-EXIT
           END-IF
           PERFORM 7700-PRINT-CERTIFICATE

           MOVE SPACES TO screen-message
           EVALUATE TRUE
               WHEN calib-fail-count > ZERO
                   STRING "FAILED; SEE " DELIMITED BY SIZE
                       FUNCTION TRIM(certificate-file-name)
                           DELIMITED BY SIZE
                       INTO screen-message
                   END-STRING
               WHEN calib-stamped
                   STRING "PASSED AND STAMPED; SEE " DELIMITED BY SIZE
                       FUNCTION TRIM(certificate-file-name)
                           DELIMITED BY SIZE
                       INTO screen-message
                   END-STRING
               WHEN OTHER
                   STRING "PASSED, MASTER NOT STAMPED; SEE "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(certificate-file-name)
                           DELIMITED BY SIZE
                       INTO screen-message
                   END-STRING
           END-EVALUATE
           MOVE "N" TO calib-session-switch
           MOVE SPACES TO scr-cal-sensor.
       7500-EXIT.
           EXIT.

       7510-TALLY-POINT.
           IF calib-tbl-result(calib-index) = "PASS" THEN
               ADD 1 TO calib-pass-count
           ELSE
               ADD 1 TO calib-fail-count
           END-IF
           IF calib-tbl-deviation(calib-index) < ZERO THEN
               COMPUTE calib-abs-deviation
                   = ZERO - calib-tbl-deviation(calib-index)
           ELSE
               MOVE calib-tbl-deviation(calib-index)
                   TO calib-abs-deviation
           END-IF
           IF calib-abs-deviation > calib-worst-deviation THEN
               MOVE calib-abs-deviation TO calib-worst-deviation
           END-IF
           ADD 1 TO calib-index.

       7520-WRITE-POINT-LINE.
           PERFORM 7540-FILL-SESSION-FIELDS
           SET calres-point TO TRUE
           MOVE calib-index TO calres-point-number
           MOVE calib-tbl-reference(calib-index) TO calres-reference
           MOVE calib-tbl-raw(calib-index) TO calres-probe-raw
           MOVE calib-tbl-adjusted(calib-index)
               TO calres-probe-adjusted
           MOVE calib-tbl-deviation(calib-index) TO calres-deviation
           MOVE calib-tbl-result(calib-index) TO calres-result
           WRITE calres-record
           ADD 1 TO calib-index.

       7530-WRITE-SUMMARY-LINE.
           PERFORM 7540-FILL-SESSION-FIELDS
           SET calres-summary TO TRUE
           MOVE calib-point-count TO calres-point-number
           MOVE calib-pass-count TO calres-pass-count
           MOVE calib-fail-count TO calres-fail-count
           MOVE calib-worst-deviation TO calres-worst-deviation
           IF calib-fail-count = ZERO THEN
               SET calres-passed TO TRUE
           ELSE
               SET calres-failed TO TRUE
           END-IF
           WRITE calres-record.

       7540-FILL-SESSION-FIELDS.
           MOVE SPACES TO calres-record
           MOVE scr-cal-sensor TO calres-sensor-id
           MOVE current-timestamp TO calres-session
           MOVE calib-unit TO calres-unit
           MOVE calib-tolerance TO calres-tolerance
           MOVE scr-cal-instrument TO calres-instrument
           MOVE audit-user-name TO calres-user.

      *> The stamp is a master change like any other, so it goes
      *> through the journal the way cfsens makes its changes: the
      *> journal opens first, and a stamp it cannot record is a
      *> stamp not made.
       7600-STAMP-MASTER.
           OPEN EXTEND journal-file
           IF journal-file-status = "05" OR
                   journal-file-status = "35" THEN
               CLOSE journal-file
               OPEN OUTPUT journal-file
           END-IF
           IF journal-file-status NOT = "00" AND
                   journal-file-status NOT = "05" THEN
               GO TO 7600-EXIT
           END-IF
           OPEN I-O sensor-file
           IF sensor-file-status NOT = "00" THEN
               IF sensor-file-status = "05" THEN
                   CLOSE sensor-file
               END-IF
               CLOSE journal-file
               GO TO 7600-EXIT
           END-IF
           MOVE "N" TO calib-found-switch
           MOVE scr-cal-sensor TO sensor-id
           READ sensor-file
               NOT INVALID KEY
                   SET calib-sensor-found TO TRUE
           END-READ
           IF calib-sensor-found THEN
               PERFORM 7610-JOURNAL-BEFORE-IMAGE
               MOVE current-date-ccyymmdd TO sensor-last-calibrated
               REWRITE sensor-record
               IF sensor-file-status = "00" THEN
                   PERFORM 7620-WRITE-JOURNAL
                   SET calib-stamped TO TRUE
               END-IF
           END-IF
           CLOSE sensor-file
           CLOSE journal-file.
       7600-EXIT.
           EXIT.

      *> Same images 6300-JOURNAL-BEFORE-IMAGE and 6400-WRITE-JOURNAL
      *> in cfsens take.
       7610-JOURNAL-BEFORE-IMAGE.
           MOVE SPACES TO sensjrnl-record
           MOVE sensor-status-flag TO sensjrnl-before-status
           MOVE sensor-native-unit TO sensjrnl-before-unit
           MOVE sensor-offset TO offset-display
           MOVE offset-display TO sensjrnl-before-offset
           MOVE sensor-in-service TO sensjrnl-before-in-service
           MOVE sensor-description TO sensjrnl-before-description
           MOVE sensor-location TO sensjrnl-before-location
           MOVE sensor-last-calibrated TO sensjrnl-before-calibrated.

       7620-WRITE-JOURNAL.
           MOVE sensor-id TO sensjrnl-sensor-id
           MOVE "C" TO sensjrnl-action
           MOVE current-timestamp TO sensjrnl-entered
           MOVE audit-user-name TO sensjrnl-user
           MOVE sensor-status-flag TO sensjrnl-after-status
           MOVE sensor-native-unit TO sensjrnl-after-unit
           MOVE sensor-offset TO offset-display
           MOVE offset-display TO sensjrnl-after-offset
           MOVE sensor-in-service TO sensjrnl-after-in-service
           MOVE sensor-description TO sensjrnl-after-description
           MOVE sensor-location TO sensjrnl-after-location
           MOVE sensor-last-calibrated TO sensjrnl-after-calibrated
           STRING "CFKEY " DELIMITED BY SIZE
               FUNCTION TRIM(scr-cal-instrument) DELIMITED BY SIZE
               INTO sensjrnl-source
           END-STRING
           WRITE sensjrnl-record.

      *> cfcert prints from the results file just written; the form
      *> is repainted whole on the next cycle, so its console line
      *> costs nothing.
       7700-PRINT-CERTIFICATE.
           MOVE SPACES TO certificate-file-name
           STRING "CFCERT." DELIMITED BY SIZE
               FUNCTION TRIM(scr-cal-sensor) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               current-date-ccyymmdd DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO certificate-file-name
           END-STRING
           MOVE SPACES TO certificate-command
           STRING "cfcert -p " DELIMITED BY SIZE
               FUNCTION TRIM(scr-cal-sensor) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(certificate-file-name) DELIMITED BY SIZE
               INTO certificate-command
           END-STRING
           CALL "SYSTEM" USING certificate-command
           MOVE ZERO TO RETURN-CODE.

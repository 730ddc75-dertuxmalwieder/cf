       IDENTIFICATION DIVISION.
       PROGRAM-ID. cfcert.

      *> CDDL HEADER
      *> --------------
      *> The contents of this file are subject to the terms of the
      *> Common Development and Distribution License, Version 1.1 only
      *> (the "License").  You may not use this file except in compliance
      *> with the License.
      *>
      *> See the file LICENSE in this distribution for details.
      *> A copy of the CDDL is also available via the Internet at
      *> https://spdx.org/licenses/CDDL-1.1.html
      *>
      *> When distributing Covered Code, include this CDDL HEADER in each
      *> file and include the contents of the LICENSE file from this
      *> distribution.
      *> --------------
      *> cfcert is the paper side of the cfkey bench calibration
      *> check.  -p prints the certificate for a probe's latest
      *> session in CFCALRES.DAT -- every test point with the
      *> reference and probe readings and its deviation, and the
      *> overall result -- to a file for signing and filing; cfkey
      *> runs it as each session ends, and it can be run again for a
      *> fresh copy.  -o lists the active probes whose last bench
      *> calibration on SENSMAST.DAT is older than the interval
      *> (365 days unless given), and those never calibrated at all.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL calres-file
               ASSIGN TO DYNAMIC calres-file-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS calres-file-status.

           SELECT sensor-file
               ASSIGN TO DYNAMIC sensor-file-path
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY sensor-id
               FILE STATUS sensor-file-status.

           SELECT print-file
               ASSIGN TO DYNAMIC print-file-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS print-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD calres-file.
           COPY calres.

       FD sensor-file.
           COPY sensrec.

       FD print-file.
       01 print-line PIC X(80).

       WORKING-STORAGE SECTION.

       01 calres-file-path     PIC X(80) VALUE "CFCALRES.DAT".
       01 sensor-file-path     PIC X(80) VALUE "SENSMAST.DAT".
       01 print-file-path      PIC X(80) VALUE SPACES.
       01 calres-file-status   PIC X(02).
       01 sensor-file-status   PIC X(02).
       01 print-file-status    PIC X(02).
       01 calres-eof-switch    PIC X(01) VALUE "N".
           88 calres-eof             VALUE "Y".
       01 sensor-eof-switch    PIC X(01) VALUE "N".
           88 sensor-eof             VALUE "Y".

       01 argument-count       PIC 9(02) COMP.
       01 work-argument        PIC X(64).
       01 argument-length      PIC 9(02) COMP.
       01 run-mode             PIC X(01) VALUE SPACE.
           88 mode-print             VALUE "P".
           88 mode-overdue           VALUE "O".

       01 current-date-ccyymmdd PIC 9(08).

      *> ----------------------------------------------------------
      *> Certificate: the session chosen is the last summary line on
      *> file for the probe, and its points are the lines carrying
      *> the same probe and filing stamp.
      *> ----------------------------------------------------------
       01 cert-sensor-id       PIC X(08) VALUE SPACES.
       01 cert-found-switch    PIC X(01) VALUE "N".
           88 cert-session-found     VALUE "Y".
       01 cert-session         PIC X(19).
       01 cert-session-date    PIC X(08).
       01 cert-unit            PIC X(01).
       01 cert-point-count     PIC 9(02).
       01 cert-pass-count      PIC 9(02).
       01 cert-fail-count      PIC 9(02).
       01 cert-worst-deviation PIC X(11).
       01 cert-tolerance       PIC X(08).
       01 cert-result          PIC X(04).
           88 cert-passed            VALUE "PASS".
       01 cert-instrument      PIC X(20).
       01 cert-user            PIC X(12).
       01 cert-description     PIC X(30).
       01 cert-location        PIC X(20).
       01 cert-printed-count   PIC 9(02) VALUE ZERO.

      *> ----------------------------------------------------------
      *> Overdue list.
      *> ----------------------------------------------------------
       01 interval-days        PIC 9(04) VALUE 365.
       01 today-day-number     PIC 9(08).
       01 due-day-number       PIC 9(08).
       01 due-date             PIC 9(08).
       01 days-over            PIC 9(08).
       01 days-over-display    PIC Z(7)9.
       01 last-cal-display     PIC X(08).
       01 due-display          PIC X(08).
       01 active-count         PIC 9(08) VALUE ZERO.
       01 overdue-count        PIC 9(08) VALUE ZERO.
       01 never-count          PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.
       PERFORM 0000-START.

       0000-USAGE.
           DISPLAY "Usage: cfcert -p <sensor> [<certificate-file>]"
           DISPLAY "       cfcert -o [<interval-days>]"
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       0000-START.
           ACCEPT argument-count FROM ARGUMENT-NUMBER
           IF argument-count < 1 THEN
               PERFORM 0000-USAGE
           END-IF
           ACCEPT work-argument FROM ARGUMENT-VALUE
           IF work-argument(3:1) NOT = SPACE THEN
               PERFORM 0000-USAGE
           END-IF
           EVALUATE FUNCTION UPPER-CASE(work-argument(1:2))
               WHEN "-P"
                   SET mode-print TO TRUE
               WHEN "-O"
                   SET mode-overdue TO TRUE
               WHEN OTHER
                   PERFORM 0000-USAGE
           END-EVALUATE
           ACCEPT current-date-ccyymmdd FROM DATE YYYYMMDD

           IF mode-print THEN
               PERFORM 1000-PRINT-CERTIFICATE
           ELSE
               PERFORM 5000-LIST-OVERDUE
           END-IF
           STOP RUN.

      *> ----------------------------------------------------------
      *> -p: the certificate.  Named after the probe and the session
      *> date the way cfcomp names its report after the month, so a
      *> second check the same day replaces the first one's paper
      *> while both stay on CFCALRES.DAT.
      *> ----------------------------------------------------------
       1000-PRINT-CERTIFICATE.
           IF argument-count < 2 THEN
               PERFORM 0000-USAGE
           END-IF
           ACCEPT work-argument FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(work-argument(1:8))
               TO cert-sensor-id
           IF cert-sensor-id = SPACES THEN
               PERFORM 0000-USAGE
           END-IF

           PERFORM 1100-FIND-LATEST-SESSION THRU 1100-EXIT
           IF NOT cert-session-found THEN
               DISPLAY "cfcert: no calibration session for "
                   FUNCTION TRIM(cert-sensor-id) " on "
                   FUNCTION TRIM(calres-file-path)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO cert-session-date
           STRING cert-session(1:4) DELIMITED BY SIZE
               cert-session(6:2) DELIMITED BY SIZE
               cert-session(9:2) DELIMITED BY SIZE
               INTO cert-session-date
           END-STRING
           IF argument-count >= 3 THEN
               ACCEPT print-file-path FROM ARGUMENT-VALUE
           ELSE
               STRING "CFCERT." DELIMITED BY SIZE
                   FUNCTION TRIM(cert-sensor-id) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   cert-session-date DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
                   INTO print-file-path
               END-STRING
           END-IF
           PERFORM 1200-READ-SENSOR-DETAILS THRU 1200-EXIT
           PERFORM 2000-WRITE-CERTIFICATE

           DISPLAY "cfcert: " FUNCTION TRIM(cert-sensor-id)
               " session " cert-session " " cert-result
               " in " FUNCTION TRIM(print-file-path)
      *> A failed check is a probe that must not go back into
      *> service as it is.
           IF NOT cert-passed THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

       1100-FIND-LATEST-SESSION.
           OPEN INPUT calres-file
           IF calres-file-status NOT = "00" THEN
               IF calres-file-status = "05" THEN
                   CLOSE calres-file
               END-IF
               GO TO 1100-EXIT
           END-IF
           MOVE "N" TO calres-eof-switch
           PERFORM 1110-CHECK-SUMMARY-LINE THRU 1110-EXIT
               UNTIL calres-eof
           CLOSE calres-file.
       1100-EXIT.
           EXIT.

       1110-CHECK-SUMMARY-LINE.
           READ calres-file
               AT END
                   SET calres-eof TO TRUE
                   GO TO 1110-EXIT
           END-READ
           IF NOT calres-summary OR
                   calres-sensor-id NOT = cert-sensor-id THEN
               GO TO 1110-EXIT
           END-IF
           SET cert-session-found TO TRUE
           MOVE calres-session TO cert-session
           MOVE calres-unit TO cert-unit
           MOVE calres-point-number TO cert-point-count
           MOVE calres-pass-count TO cert-pass-count
           MOVE calres-fail-count TO cert-fail-count
           MOVE calres-worst-deviation TO cert-worst-deviation
           MOVE calres-tolerance TO cert-tolerance
           MOVE calres-result TO cert-result
           MOVE calres-instrument TO cert-instrument
           MOVE calres-user TO cert-user.
       1110-EXIT.
           EXIT.

      *> The master only adds the description and location; a probe
      *> since removed from it still gets its certificate.
       1200-READ-SENSOR-DETAILS.
           MOVE "NOT ON SENSMAST.DAT" TO cert-description
           MOVE SPACES TO cert-location
           OPEN INPUT sensor-file
           IF sensor-file-status NOT = "00" THEN
               GO TO 1200-EXIT
           END-IF
           MOVE cert-sensor-id TO sensor-id
           READ sensor-file
               NOT INVALID KEY
                   MOVE sensor-description TO cert-description
                   MOVE sensor-location TO cert-location
           END-READ
           CLOSE sensor-file.
       1200-EXIT.
           EXIT.

       2000-WRITE-CERTIFICATE.
           OPEN OUTPUT print-file
           IF print-file-status NOT = "00" THEN
               DISPLAY "cfcert: cannot write "
                   FUNCTION TRIM(print-file-path)
                   " (status " print-file-status ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO print-line
           MOVE "CF BENCH CALIBRATION CERTIFICATE" TO print-line(1:32)
           MOVE "RUN DATE:" TO print-line(60:9)
           MOVE current-date-ccyymmdd TO print-line(70:8)
           WRITE print-line
           MOVE SPACES TO print-line
           WRITE print-line
           MOVE SPACES TO print-line
           MOVE "SENSOR" TO print-line(1:6)
           MOVE cert-sensor-id TO print-line(18:8)
           MOVE cert-description TO print-line(28:30)
           WRITE print-line
           MOVE SPACES TO print-line
           MOVE "LOCATION" TO print-line(1:8)
           MOVE cert-location TO print-line(18:20)
           WRITE print-line
           MOVE SPACES TO print-line
           MOVE "UNIT" TO print-line(1:4)
           MOVE cert-unit TO print-line(18:1)
           MOVE "TOLERANCE +/-" TO print-line(28:13)
           MOVE cert-tolerance TO print-line(42:8)
           WRITE print-line
           MOVE SPACES TO print-line
           MOVE "REFERENCE" TO print-line(1:9)
           MOVE cert-instrument TO print-line(18:20)
           WRITE print-line
           MOVE SPACES TO print-line
           MOVE "SESSION" TO print-line(1:7)
           MOVE cert-session TO print-line(18:19)
           MOVE "OPERATOR" TO print-line(40:8)
           MOVE cert-user TO print-line(50:12)
           WRITE print-line
           MOVE SPACES TO print-line
           WRITE print-line
           MOVE SPACES TO print-line
           MOVE "POINT" TO print-line(1:5)
           MOVE "REFERENCE" TO print-line(10:9)
           MOVE "PROBE RAW" TO print-line(22:9)
           MOVE "ADJUSTED" TO print-line(35:8)
           MOVE "DEVIATION" TO print-line(46:9)
           MOVE "RESULT" TO print-line(58:6)
           WRITE print-line

           OPEN INPUT calres-file
           MOVE "N" TO calres-eof-switch
           PERFORM 2100-PRINT-ONE-POINT THRU 2100-EXIT
               UNTIL calres-eof
           CLOSE calres-file

           MOVE SPACES TO print-line
           WRITE print-line
           MOVE SPACES TO print-line
           STRING "POINTS " DELIMITED BY SIZE
               cert-point-count DELIMITED BY SIZE
               "  PASSED " DELIMITED BY SIZE
               cert-pass-count DELIMITED BY SIZE
               "  FAILED " DELIMITED BY SIZE
               cert-fail-count DELIMITED BY SIZE
               "  WORST DEVIATION " DELIMITED BY SIZE
               cert-worst-deviation DELIMITED BY SIZE
               INTO print-line
           END-STRING
           WRITE print-line
           MOVE SPACES TO print-line
           IF cert-passed THEN
               MOVE "RESULT" TO print-line(1:6)
               MOVE "PASS -- EVERY POINT WITHIN TOLERANCE"
                   TO print-line(18:36)
           ELSE
               MOVE "RESULT" TO print-line(1:6)
               MOVE "FAIL -- NOT TO RETURN TO SERVICE"
                   TO print-line(18:32)
           END-IF
           WRITE print-line
           MOVE SPACES TO print-line
           WRITE print-line
           MOVE SPACES TO print-line
           WRITE print-line
           MOVE SPACES TO print-line
           MOVE "CHECKED BY ______________________" TO print-line(1:33)
           MOVE "DATE ____________" TO print-line(40:17)
           WRITE print-line
           CLOSE print-file.

      *> The summary is filed after its points, so the points of an
      *> abandoned earlier attempt never share its stamp.
       2100-PRINT-ONE-POINT.
           READ calres-file
               AT END
                   SET calres-eof TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF NOT calres-point OR
                   calres-sensor-id NOT = cert-sensor-id OR
                   calres-session NOT = cert-session THEN
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO cert-printed-count
           MOVE SPACES TO print-line
           MOVE calres-point-number TO print-line(4:2)
           MOVE calres-reference TO print-line(8:11)
           MOVE calres-probe-raw TO print-line(20:11)
           MOVE calres-probe-adjusted TO print-line(32:11)
           MOVE calres-deviation TO print-line(44:11)
           MOVE calres-result TO print-line(59:4)
           WRITE print-line.
       2100-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> -o: active probes due back on the bench.  A probe is
      *> overdue the day after its last calibration plus the
      *> interval; one never stamped is listed as never calibrated
      *> whatever the interval.
      *> ----------------------------------------------------------
       5000-LIST-OVERDUE.
           IF argument-count >= 2 THEN
               ACCEPT work-argument FROM ARGUMENT-VALUE
               MOVE ZERO TO argument-length
               INSPECT work-argument TALLYING argument-length
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF argument-length < 1 OR argument-length > 4 THEN
                   DISPLAY "cfcert: interval must be 1 to 9999 days"
                   PERFORM 0000-USAGE
               END-IF
               IF work-argument(1:argument-length) IS NOT NUMERIC
                       THEN
                   DISPLAY "cfcert: interval must be 1 to 9999 days"
                   PERFORM 0000-USAGE
               END-IF
               MOVE FUNCTION NUMVAL(work-argument(1:argument-length))
                   TO interval-days
               IF interval-days = ZERO THEN
                   DISPLAY "cfcert: interval must be 1 to 9999 days"
                   PERFORM 0000-USAGE
               END-IF
           END-IF

           OPEN INPUT sensor-file
           IF sensor-file-status NOT = "00" THEN
               DISPLAY "cfcert: cannot open "
                   FUNCTION TRIM(sensor-file-path)
                   " (status " sensor-file-status ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE today-day-number
               = FUNCTION INTEGER-OF-DATE(current-date-ccyymmdd)

           DISPLAY "CF CALIBRATION OVERDUE " current-date-ccyymmdd
               " INTERVAL " interval-days " DAYS"
           DISPLAY "SENSOR   U LOCATION             LAST CAL DUE     "
               "  DAYS OVER"
           PERFORM 5100-CHECK-ONE-SENSOR THRU 5100-EXIT
               UNTIL sensor-eof
           CLOSE sensor-file

           DISPLAY "ACTIVE PROBES " active-count ", OVERDUE "
               overdue-count ", NEVER CALIBRATED " never-count
      *> Same signal as cfexcur's open spells: something for the
      *> scheduler to put in front of the instrument shop.
           IF overdue-count > ZERO OR never-count > ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

       5100-CHECK-ONE-SENSOR.
           READ sensor-file NEXT
               AT END
                   SET sensor-eof TO TRUE
                   GO TO 5100-EXIT
           END-READ
           IF NOT sensor-active THEN
               GO TO 5100-EXIT
           END-IF
           ADD 1 TO active-count

           IF sensor-last-calibrated IS NOT NUMERIC OR
                   sensor-last-calibrated = ZERO THEN
               ADD 1 TO never-count
               DISPLAY sensor-id " " sensor-native-unit " "
                   sensor-location " NEVER"
               GO TO 5100-EXIT
           END-IF
           COMPUTE due-day-number
               = FUNCTION INTEGER-OF-DATE(sensor-last-calibrated)
               + interval-days
           IF today-day-number NOT > due-day-number THEN
               GO TO 5100-EXIT
           END-IF
           ADD 1 TO overdue-count
           COMPUTE due-date = FUNCTION DATE-OF-INTEGER(due-day-number)
           COMPUTE days-over = today-day-number - due-day-number
           MOVE sensor-last-calibrated TO last-cal-display
           MOVE due-date TO due-display
           MOVE days-over TO days-over-display
           DISPLAY sensor-id " " sensor-native-unit " "
               sensor-location " " last-cal-display " "
               due-display " " days-over-display.
       5100-EXIT.
           EXIT.

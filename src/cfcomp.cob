       IDENTIFICATION DIVISION.
       PROGRAM-ID. cfcomp.

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

      *> cfcomp prints the monthly compliance attachment that goes
      *> to cold-chain customers: one line per active probe on
      *> SENSMAST.DAT, from the month's valid readings in
      *> CFHIST.DAT -- reading count, minimum, maximum and mean in
      *> Celsius, mean kinetic temperature, and the share of readings
      *> inside the probe's CFALARM.DAT band (its own band, else its
      *> unit's, judged on the raw input value the way cf judges
      *> it).  Coverage is the longest gap between consecutive
      *> readings and the count of days with no reading at all,
      *> those days listed under the probe.  The current month is
      *> covered up to today.  Probes are grouped by site and
      *> sensor-location, the way cfdrift groups peers.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT history-file
               ASSIGN TO DYNAMIC history-file-path
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY history-key
               FILE STATUS history-file-status.

           SELECT sensor-file
               ASSIGN TO DYNAMIC sensor-file-path
               ORGANIZATION INDEXED
               ACCESS SEQUENTIAL
               RECORD KEY sensor-id
               FILE STATUS sensor-file-status.

      *> Same band file cf screens against.  OPTIONAL: with no bands
      *> the in-band column reads N/A.
           SELECT OPTIONAL alarm-file
               ASSIGN TO DYNAMIC alarm-file-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS alarm-file-status.

           SELECT print-file
               ASSIGN TO DYNAMIC print-file-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS print-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD history-file.
           COPY histrec.

       FD sensor-file.
           COPY sensrec.

       FD alarm-file.
       01 alarm-record PIC X(80).

       FD print-file.
       01 print-line PIC X(132).

       WORKING-STORAGE SECTION.

       01 history-file-path    PIC X(80) VALUE "CFHIST.DAT".
       01 sensor-file-path     PIC X(80) VALUE "SENSMAST.DAT".
       01 alarm-file-path      PIC X(80) VALUE "CFALARM.DAT".
       01 print-file-path      PIC X(80) VALUE SPACES.

       01 history-file-status  PIC X(02).
       01 sensor-file-status   PIC X(02).
       01 alarm-file-status    PIC X(02).
       01 print-file-status    PIC X(02).

       01 argument-count       PIC 9(02) COMP.
       01 work-argument        PIC X(64).

       01 sensor-eof-switch    PIC X(01) VALUE "N".
           88 sensor-eof             VALUE "Y".
       01 alarm-eof-switch     PIC X(01) VALUE "N".
           88 alarm-eof              VALUE "Y".
       01 month-done-switch    PIC X(01) VALUE "N".
           88 month-done             VALUE "Y".
       01 prior-seen-switch    PIC X(01) VALUE "N".
           88 prior-seen             VALUE "Y".

      *> ----------------------------------------------------------
      *> The month asked for, its first day, and how many of its
      *> days count towards coverage.
      *> ----------------------------------------------------------
       01 month-area.
           05 month-text          PIC X(06).
           05 month-number REDEFINES month-text.
               10 month-ccyy          PIC 9(04).
               10 month-mm            PIC 9(02).
           05 month-first-date    PIC 9(08).
           05 month-next-date     PIC 9(08).
           05 month-days          PIC 9(02) COMP.
           05 month-scope-days    PIC 9(02) COMP.
       01 current-date-ccyymmdd   PIC 9(08).
       01 report-run-date         PIC X(10).

      *> ----------------------------------------------------------
      *> Alarm bands, loaded as cf loads them: first line for a key
      *> wins, and the table is kept in key order for SEARCH ALL.
      *> ----------------------------------------------------------
       01 alarm-table-area.
           05 alarm-count         PIC 9(04) COMP VALUE ZERO.
           05 alarm-limit         PIC 9(04) COMP VALUE 5000.
           05 alarm-entry OCCURS 0 TO 5000
                   DEPENDING ON alarm-count
                   ASCENDING KEY alarm-tbl-key
                   INDEXED BY alarm-tbl-ix.
               10 alarm-tbl-key       PIC X(08).
               10 alarm-tbl-low       PIC S9(8)V9(4) COMP-3.
               10 alarm-tbl-high      PIC S9(8)V9(4) COMP-3.
       01 alarm-index             PIC 9(04) COMP.
       01 alarm-found-index       PIC 9(04) COMP.
       01 alarm-key-text          PIC X(16).
       01 alarm-low-text          PIC X(16).
       01 alarm-high-text         PIC X(16).
       01 alarm-search-key        PIC X(08).
       01 alarm-placed-switch     PIC X(01).
           88 alarm-placed              VALUE "Y".

      *> ----------------------------------------------------------
      *> Active probes with their month's accumulators.  The MKT
      *> sum is floating point: its terms run around 1E-16 and a
      *> packed field would round them all to nothing.  The day
      *> flags hold Y for each day of the month with a reading.
      *> ----------------------------------------------------------
       01 comp-table-area.
           05 comp-count          PIC 9(04) COMP VALUE ZERO.
           05 comp-limit          PIC 9(04) COMP VALUE 9999.
           05 comp-entry OCCURS 9999.
               10 comp-tbl-id         PIC X(08).
               10 comp-tbl-location   PIC X(20).
               10 comp-tbl-site       PIC X(12).
               10 comp-tbl-readings   PIC 9(08).
               10 comp-tbl-min        PIC S9(8)V9(4) COMP-3.
               10 comp-tbl-max        PIC S9(8)V9(4) COMP-3.
               10 comp-tbl-sum        PIC S9(12)V9(4) COMP-3.
               10 comp-tbl-mkt-sum    COMP-2.
               10 comp-tbl-judged     PIC 9(08).
               10 comp-tbl-in-band    PIC 9(08).
               10 comp-tbl-gap-seconds PIC S9(11) COMP.
               10 comp-tbl-days       PIC X(31).
               10 comp-tbl-done-flag  PIC X(01).
       01 comp-index              PIC 9(04) COMP.
       01 member-index            PIC 9(04) COMP.

      *> ----------------------------------------------------------
      *> Per-reading work fields.
      *> ----------------------------------------------------------
       01 reading-work-area.
           05 reading-celsius     PIC S9(8)V9(4) COMP-3.
           05 reading-kelvin      COMP-2.
           05 reading-clock.
               10 reading-hh          PIC 9(02).
               10 reading-mm          PIC 9(02).
               10 reading-ss          PIC 9(02).
           05 reading-seconds     PIC S9(11) COMP.
           05 prior-seconds       PIC S9(11) COMP.
           05 gap-seconds         PIC S9(11) COMP.
           05 reading-day         PIC 9(02).

      *> ----------------------------------------------------------
      *> Report work fields.
      *> ----------------------------------------------------------
       01 group-site              PIC X(12).
       01 group-location          PIC X(20).
       01 report-page-count       PIC 9(04) VALUE ZERO.
       01 report-line-count       PIC 9(04) VALUE ZERO.
       01 report-mean             PIC S9(8)V9(4) COMP-3.
       01 report-mkt              PIC S9(8)V9(4) COMP-3.
       01 report-percent          PIC 9(03)V9(01).
       01 report-gap-hours        PIC 9(04).
       01 report-gap-minutes      PIC 9(02).
       01 report-missing-days     PIC 9(02) COMP.
       01 report-day-index        PIC 9(02) COMP.
       01 report-day-edit         PIC 9(02).
       01 report-pointer          PIC 9(03) COMP.
       01 readings-display        PIC Z(6)9.
       01 celsius-display         PIC -ZZ9.99.
       01 percent-display         PIC ZZ9.9.
       01 gap-display.
           05 gap-hours-edit      PIC Z(3)9.
           05 FILLER              PIC X(01) VALUE ":".
           05 gap-minutes-edit    PIC 9(02).
       01 missing-display         PIC Z9.
       01 sensor-count-display    PIC 9(04).
       01 total-readings          PIC 9(08) VALUE ZERO.
       01 silent-sensor-count     PIC 9(04) VALUE ZERO.
       01 short-sensor-count      PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.
       PERFORM 0000-START.

       0000-USAGE.
           DISPLAY "Usage: cfcomp <ccyymm> [<report-file>]"
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       0000-START.
           ACCEPT argument-count FROM ARGUMENT-NUMBER
           IF argument-count < 1 THEN
               PERFORM 0000-USAGE
           END-IF
           ACCEPT work-argument FROM ARGUMENT-VALUE
           MOVE work-argument(1:6) TO month-text
           IF month-text IS NOT NUMERIC OR
                   work-argument(7:1) NOT = SPACE THEN
               DISPLAY "cfcomp: month must be CCYYMM"
               PERFORM 0000-USAGE
           END-IF
           IF month-mm < 1 OR month-mm > 12 THEN
               DISPLAY "cfcomp: month must be CCYYMM"
               PERFORM 0000-USAGE
           END-IF
           IF argument-count >= 2 THEN
               ACCEPT print-file-path FROM ARGUMENT-VALUE
           ELSE
               STRING "CFCOMP." DELIMITED BY SIZE
                   month-text DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
                   INTO print-file-path
               END-STRING
           END-IF
           PERFORM 0100-SET-MONTH-SCOPE

           PERFORM 1000-LOAD-SENSORS
           IF comp-count = ZERO THEN
               DISPLAY "cfcomp: no active sensors on "
                   FUNCTION TRIM(sensor-file-path)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1070-LOAD-ALARMS
           PERFORM 2000-SCAN-HISTORY
           PERFORM 3000-WRITE-REPORT

           DISPLAY "cfcomp: " comp-count " sensors, "
               total-readings " readings for " month-text
               " in " FUNCTION TRIM(print-file-path)
      *> A probe that went silent for a day is a gap the customer
      *> will ask about; the scheduler sees it before they do.
           IF silent-sensor-count > ZERO OR
                   short-sensor-count > ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> The month's length from the first of the next month, and
      *> for the month still running, only the days up to today.
       0100-SET-MONTH-SCOPE.
           ACCEPT current-date-ccyymmdd FROM DATE YYYYMMDD
           MOVE current-date-ccyymmdd TO report-run-date
           COMPUTE month-first-date = month-ccyy * 10000
               + month-mm * 100 + 1
           IF month-mm = 12 THEN
               COMPUTE month-next-date = (month-ccyy + 1) * 10000
                   + 101
           ELSE
               COMPUTE month-next-date = month-first-date + 100
           END-IF
           COMPUTE month-days =
               FUNCTION INTEGER-OF-DATE(month-next-date)
               - FUNCTION INTEGER-OF-DATE(month-first-date)
           IF month-first-date > current-date-ccyymmdd THEN
               DISPLAY "cfcomp: month " month-text
                   " has not begun"
               PERFORM 0000-USAGE
           END-IF
           IF month-next-date > current-date-ccyymmdd THEN
               MOVE current-date-ccyymmdd(7:2) TO month-scope-days
           ELSE
               MOVE month-days TO month-scope-days
           END-IF.

       1000-LOAD-SENSORS.
           OPEN INPUT sensor-file
           IF sensor-file-status NOT = "00" THEN
               DISPLAY "cfcomp: cannot open "
                   FUNCTION TRIM(sensor-file-path)
                   " (status " sensor-file-status ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-SENSOR THRU 1100-EXIT
               UNTIL sensor-eof
           CLOSE sensor-file.

       1100-READ-SENSOR.
           READ sensor-file NEXT
               AT END
                   SET sensor-eof TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF NOT sensor-active THEN
               GO TO 1100-EXIT
           END-IF
      *> A probe missing from the customer's attachment reads as a
      *> probe that was never there; better no report than that.
           IF comp-count >= comp-limit THEN
               DISPLAY "cfcomp: more than " comp-limit
                   " active sensors in "
                   FUNCTION TRIM(sensor-file-path) "; report refused"
               CLOSE sensor-file
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO comp-count
           MOVE sensor-id TO comp-tbl-id(comp-count)
           MOVE sensor-location TO comp-tbl-location(comp-count)
           MOVE SPACES TO comp-tbl-site(comp-count)
           MOVE ZERO TO comp-tbl-readings(comp-count)
           MOVE ZERO TO comp-tbl-min(comp-count)
           MOVE ZERO TO comp-tbl-max(comp-count)
           MOVE ZERO TO comp-tbl-sum(comp-count)
           MOVE ZERO TO comp-tbl-mkt-sum(comp-count)
           MOVE ZERO TO comp-tbl-judged(comp-count)
           MOVE ZERO TO comp-tbl-in-band(comp-count)
           MOVE ZERO TO comp-tbl-gap-seconds(comp-count)
           MOVE ALL "N" TO comp-tbl-days(comp-count)
           MOVE "N" TO comp-tbl-done-flag(comp-count).
       1100-EXIT.
           EXIT.

       1070-LOAD-ALARMS.
           OPEN INPUT alarm-file
           IF alarm-file-status = "00" THEN
               PERFORM 1080-READ-ALARM THRU 1080-EXIT
                   UNTIL alarm-eof
               CLOSE alarm-file
           END-IF.

      *> A band line reads KEY LOW HIGH, the key being a sensor ID or
      *> a bare unit letter.
       1080-READ-ALARM.
           READ alarm-file
               AT END
                   SET alarm-eof TO TRUE
                   GO TO 1080-EXIT
           END-READ
           IF alarm-record = SPACES THEN
               GO TO 1080-EXIT
           END-IF
           MOVE SPACES TO alarm-key-text alarm-low-text
               alarm-high-text
           UNSTRING alarm-record DELIMITED BY ALL SPACE
               INTO alarm-key-text alarm-low-text alarm-high-text
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(alarm-key-text(1:8))
               TO alarm-search-key
      *> A later line for a key already held is cf's duplicate too:
      *> it neither counts against the limit nor replaces the band.
           PERFORM 2305-FIND-ALARM-KEY
           IF alarm-found-index > ZERO THEN
               GO TO 1080-EXIT
           END-IF
           IF alarm-count >= alarm-limit THEN
               DISPLAY "cfcomp: more than " alarm-limit
                   " entries in " FUNCTION TRIM(alarm-file-path)
                   "; report refused"
               CLOSE alarm-file
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1081-PLACE-ALARM-ENTRY
           MOVE alarm-search-key TO alarm-tbl-key(alarm-index)
           MOVE FUNCTION NUMVAL(alarm-low-text)
               TO alarm-tbl-low(alarm-index)
           MOVE FUNCTION NUMVAL(alarm-high-text)
               TO alarm-tbl-high(alarm-index).
       1080-EXIT.
           EXIT.

      *> Opens a slot for the new key in key order: every entry with
      *> a higher key moves down one, and alarm-index is left on the
      *> free slot.
       1081-PLACE-ALARM-ENTRY.
           ADD 1 TO alarm-count
           MOVE alarm-count TO alarm-index
           MOVE "N" TO alarm-placed-switch
           PERFORM 1082-SHIFT-ALARM-ENTRY
               UNTIL alarm-placed.

       1082-SHIFT-ALARM-ENTRY.
           IF alarm-index = 1 THEN
               SET alarm-placed TO TRUE
           ELSE
               IF alarm-tbl-key(alarm-index - 1) > alarm-search-key
                       THEN
                   MOVE alarm-entry(alarm-index - 1)
                       TO alarm-entry(alarm-index)
                   SUBTRACT 1 FROM alarm-index
               ELSE
                   SET alarm-placed TO TRUE
               END-IF
           END-IF.

      *> ----------------------------------------------------------
      *> One keyed START per probe at the first of the month, then
      *> forward while the key stays on that probe and that month:
      *> the history is never read end to end.
      *> ----------------------------------------------------------
       2000-SCAN-HISTORY.
           OPEN INPUT history-file
           IF history-file-status NOT = "00" THEN
               DISPLAY "cfcomp: cannot open "
                   FUNCTION TRIM(history-file-path)
                   " (status " history-file-status ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO comp-index
           PERFORM 2100-SCAN-SENSOR-MONTH
               UNTIL comp-index > comp-count
           CLOSE history-file.

       2100-SCAN-SENSOR-MONTH.
           MOVE "N" TO month-done-switch
           MOVE "N" TO prior-seen-switch
           MOVE comp-tbl-id(comp-index) TO history-sensor-id
           MOVE month-first-date TO history-date
           MOVE ZERO TO history-time
           MOVE ZERO TO history-seq
           START history-file KEY NOT LESS history-key
               INVALID KEY
                   SET month-done TO TRUE
           END-START
           PERFORM 2200-TALLY-READING THRU 2200-EXIT
               UNTIL month-done
           ADD 1 TO comp-index.

       2200-TALLY-READING.
      *> Pre-site records read back short; clear the area first.
           MOVE SPACES TO history-record
           READ history-file NEXT
               AT END
                   SET month-done TO TRUE
                   GO TO 2200-EXIT
           END-READ
           IF history-sensor-id NOT = comp-tbl-id(comp-index) OR
                   history-date(1:6) NOT = month-text THEN
               SET month-done TO TRUE
               GO TO 2200-EXIT
           END-IF
           IF history-valid-flag NOT = "Y" THEN
               GO TO 2200-EXIT
           END-IF
           PERFORM 2250-NORMALIZE-TO-CELSIUS
           ADD 1 TO comp-tbl-readings(comp-index)
           ADD 1 TO total-readings
           IF comp-tbl-readings(comp-index) = 1 THEN
               MOVE reading-celsius TO comp-tbl-min(comp-index)
               MOVE reading-celsius TO comp-tbl-max(comp-index)
           END-IF
           IF reading-celsius < comp-tbl-min(comp-index) THEN
               MOVE reading-celsius TO comp-tbl-min(comp-index)
           END-IF
           IF reading-celsius > comp-tbl-max(comp-index) THEN
               MOVE reading-celsius TO comp-tbl-max(comp-index)
           END-IF
           ADD reading-celsius TO comp-tbl-sum(comp-index)
      *> Arrhenius term with the standard activation energy of
      *> 83.144 kJ/mol, so delta-H over R is 10000 kelvin.
           COMPUTE reading-kelvin = reading-celsius + 273.15
           COMPUTE comp-tbl-mkt-sum(comp-index) =
               comp-tbl-mkt-sum(comp-index)
               + FUNCTION EXP(-10000 / reading-kelvin)
           IF history-site NOT = SPACES THEN
               MOVE history-site TO comp-tbl-site(comp-index)
           END-IF
           MOVE history-date(7:2) TO reading-day
           MOVE "Y" TO comp-tbl-days(comp-index)(reading-day:1)
           PERFORM 2300-JUDGE-BAND
           PERFORM 2400-MEASURE-GAP.
       2200-EXIT.
           EXIT.

      *> The converted value, in whatever unit it was converted to,
      *> brought onto the house scale.
       2250-NORMALIZE-TO-CELSIUS.
           EVALUATE history-unit-out
               WHEN "F"
                   COMPUTE reading-celsius ROUNDED =
                       (history-value-out - 32.00) * 5 / 9
               WHEN "K"
                   COMPUTE reading-celsius ROUNDED =
                       history-value-out - 273.15
               WHEN OTHER
                   MOVE history-value-out TO reading-celsius
           END-EVALUATE.

      *> The probe's own band first, then its unit's -- the order
      *> 2900-CHECK-ALARM-BAND in cf looks them up.  A reading with
      *> no band at all is not judged either way.
       2300-JUDGE-BAND.
           MOVE history-sensor-id TO alarm-search-key
           PERFORM 2305-FIND-ALARM-KEY
           IF alarm-found-index = ZERO THEN
               MOVE SPACES TO alarm-search-key
               MOVE history-unit-in TO alarm-search-key(1:1)
               PERFORM 2305-FIND-ALARM-KEY
           END-IF
           IF alarm-found-index > ZERO THEN
               ADD 1 TO comp-tbl-judged(comp-index)
               IF history-value-in
                       NOT < alarm-tbl-low(alarm-found-index) AND
                   history-value-in
                       NOT > alarm-tbl-high(alarm-found-index) THEN
                   ADD 1 TO comp-tbl-in-band(comp-index)
               END-IF
           END-IF.

       2305-FIND-ALARM-KEY.
           MOVE ZERO TO alarm-found-index
           IF alarm-count > ZERO THEN
               SEARCH ALL alarm-entry
                   WHEN alarm-tbl-key(alarm-tbl-ix) = alarm-search-key
                       SET alarm-found-index TO alarm-tbl-ix
               END-SEARCH
           END-IF.

      *> History reads back in key order, so each reading is the
      *> probe's next one in time.
       2400-MEASURE-GAP.
           MOVE history-time TO reading-clock
           COMPUTE reading-seconds =
               FUNCTION INTEGER-OF-DATE(history-date) * 86400
               + reading-hh * 3600 + reading-mm * 60 + reading-ss
           IF prior-seen THEN
               COMPUTE gap-seconds = reading-seconds - prior-seconds
               IF gap-seconds > comp-tbl-gap-seconds(comp-index) THEN
                   MOVE gap-seconds
                       TO comp-tbl-gap-seconds(comp-index)
               END-IF
           END-IF
           MOVE reading-seconds TO prior-seconds
           SET prior-seen TO TRUE.

      *> ----------------------------------------------------------
      *> The report, group by group: the first probe not yet printed
      *> opens a group, and every probe sharing its site and
      *> location prints under it.
      *> ----------------------------------------------------------
       3000-WRITE-REPORT.
           OPEN OUTPUT print-file
           IF print-file-status NOT = "00" THEN
               DISPLAY "cfcomp: cannot write "
                   FUNCTION TRIM(print-file-path)
                   " (status " print-file-status ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3900-WRITE-PAGE-HEADER

           MOVE 1 TO comp-index
           PERFORM 3100-PRINT-GROUP THRU 3100-EXIT
               UNTIL comp-index > comp-count

           MOVE SPACES TO print-line
           PERFORM 3800-WRITE-LINE
           MOVE comp-count TO sensor-count-display
           MOVE SPACES TO print-line
           STRING "SENSORS " DELIMITED BY SIZE
               sensor-count-display DELIMITED BY SIZE
               "  READINGS " DELIMITED BY SIZE
               total-readings DELIMITED BY SIZE
               "  WITHOUT READINGS " DELIMITED BY SIZE
               silent-sensor-count DELIMITED BY SIZE
               "  WITH DAYS MISSED " DELIMITED BY SIZE
               short-sensor-count DELIMITED BY SIZE
               INTO print-line
           END-STRING
           PERFORM 3800-WRITE-LINE
           CLOSE print-file.

       3100-PRINT-GROUP.
           IF comp-tbl-done-flag(comp-index) = "Y" THEN
               GO TO 3100-NEXT
           END-IF
           MOVE comp-tbl-site(comp-index) TO group-site
           MOVE comp-tbl-location(comp-index) TO group-location
           MOVE SPACES TO print-line
           PERFORM 3800-WRITE-LINE
           MOVE SPACES TO print-line
           MOVE "SITE" TO print-line(1:4)
           MOVE group-site TO print-line(6:12)
           MOVE "LOCATION" TO print-line(20:8)
           MOVE group-location TO print-line(29:20)
           PERFORM 3800-WRITE-LINE
           MOVE comp-index TO member-index
           PERFORM 3200-PRINT-MEMBER
               UNTIL member-index > comp-count.
       3100-NEXT.
           ADD 1 TO comp-index.
       3100-EXIT.
           EXIT.

       3200-PRINT-MEMBER.
           IF comp-tbl-done-flag(member-index) NOT = "Y" AND
                   comp-tbl-site(member-index) = group-site AND
                   comp-tbl-location(member-index) = group-location
                   THEN
               PERFORM 3300-PRINT-SENSOR-LINE THRU 3300-EXIT
               IF report-missing-days > ZERO THEN
                   PERFORM 3400-PRINT-MISSING-DAYS
               END-IF
               MOVE "Y" TO comp-tbl-done-flag(member-index)
           END-IF
           ADD 1 TO member-index.

      *> Columns: SENSOR 1, READINGS 11, MIN 20, MAX 29, MEAN 38,
      *> MKT 47, IN-BAND PERCENT 56, LONGEST GAP 63, DAYS 73.
       3300-PRINT-SENSOR-LINE.
           MOVE SPACES TO print-line
           MOVE comp-tbl-id(member-index) TO print-line(1:8)
           MOVE comp-tbl-readings(member-index) TO readings-display
           MOVE readings-display TO print-line(11:7)
           MOVE ZERO TO report-missing-days
           INSPECT comp-tbl-days(member-index)(1:month-scope-days)
               TALLYING report-missing-days FOR ALL "N"
           MOVE report-missing-days TO missing-display
           MOVE missing-display TO print-line(73:2)
           IF report-missing-days > ZERO THEN
               ADD 1 TO short-sensor-count
           END-IF
           IF comp-tbl-readings(member-index) = ZERO THEN
               ADD 1 TO silent-sensor-count
               MOVE "NO READINGS THIS MONTH" TO print-line(20:22)
               PERFORM 3800-WRITE-LINE
               GO TO 3300-EXIT
           END-IF
           MOVE comp-tbl-min(member-index) TO celsius-display
           MOVE celsius-display TO print-line(20:7)
           MOVE comp-tbl-max(member-index) TO celsius-display
           MOVE celsius-display TO print-line(29:7)
           COMPUTE report-mean ROUNDED = comp-tbl-sum(member-index)
               / comp-tbl-readings(member-index)
           MOVE report-mean TO celsius-display
           MOVE celsius-display TO print-line(38:7)
           COMPUTE report-mkt ROUNDED = 10000 /
               (- FUNCTION LOG(comp-tbl-mkt-sum(member-index)
                   / comp-tbl-readings(member-index)))
               - 273.15
           MOVE report-mkt TO celsius-display
           MOVE celsius-display TO print-line(47:7)
           IF comp-tbl-judged(member-index) = ZERO THEN
               MOVE "  N/A" TO print-line(56:5)
           ELSE
               COMPUTE report-percent ROUNDED =
                   comp-tbl-in-band(member-index) * 100
                       / comp-tbl-judged(member-index)
               MOVE report-percent TO percent-display
               MOVE percent-display TO print-line(56:5)
           END-IF
           COMPUTE report-gap-hours =
               comp-tbl-gap-seconds(member-index) / 3600
           COMPUTE report-gap-minutes =
               (comp-tbl-gap-seconds(member-index)
                   - report-gap-hours * 3600) / 60
           MOVE report-gap-hours TO gap-hours-edit
           MOVE report-gap-minutes TO gap-minutes-edit
           MOVE gap-display TO print-line(63:7)
           PERFORM 3800-WRITE-LINE.
       3300-EXIT.
           EXIT.

      *> The days themselves, so the customer is not left to work
      *> out which ones from a count.
       3400-PRINT-MISSING-DAYS.
           MOVE SPACES TO print-line
           MOVE "NO READING ON DAY" TO print-line(11:17)
           MOVE 30 TO report-pointer
           MOVE 1 TO report-day-index
           PERFORM 3410-LIST-MISSING-DAY
               UNTIL report-day-index > month-scope-days
           PERFORM 3800-WRITE-LINE.

       3410-LIST-MISSING-DAY.
           IF comp-tbl-days(member-index)(report-day-index:1)
                   = "N" THEN
               MOVE report-day-index TO report-day-edit
               STRING report-day-edit DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INTO print-line
                   WITH POINTER report-pointer
               END-STRING
           END-IF
           ADD 1 TO report-day-index.

       3800-WRITE-LINE.
           WRITE print-line
           ADD 1 TO report-line-count
           IF report-line-count >= 60 THEN
               PERFORM 3900-WRITE-PAGE-HEADER
           END-IF.

       3900-WRITE-PAGE-HEADER.
           ADD 1 TO report-page-count
           MOVE ZERO TO report-line-count
           MOVE SPACES TO print-line
           MOVE "CF MONTHLY COMPLIANCE" TO print-line(1:21)
           MOVE month-text TO print-line(23:6)
           MOVE "RUN DATE:" TO print-line(40:9)
           MOVE report-run-date TO print-line(50:8)
           MOVE "PAGE" TO print-line(60:4)
           MOVE report-page-count TO print-line(65:4)
           WRITE print-line
           MOVE SPACES TO print-line
           MOVE "SENSOR" TO print-line(1:6)
           MOVE "READINGS" TO print-line(10:8)
           MOVE "MIN C" TO print-line(22:5)
           MOVE "MAX C" TO print-line(31:5)
           MOVE "MEAN C" TO print-line(39:6)
           MOVE "MKT C" TO print-line(49:5)
           MOVE "IN-BAND%" TO print-line(54:8)
           MOVE "MAX GAP" TO print-line(63:7)
           MOVE "DAYS" TO print-line(71:4)
           WRITE print-line
           MOVE SPACES TO print-line
           MOVE "MAX GAP IS HOURS:MINUTES BETWEEN READINGS; DAYS"
               TO print-line(1:47)
           MOVE " IS DAYS WITHOUT A READING" TO print-line(48:26)
           WRITE print-line.

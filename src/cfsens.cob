      *> at startup: one record per probe, keyed by sensor ID, carrying
      *> the probe's own drift offset.  Probes are deactivated rather
      *> than deleted so their readings in the audit trail stay
      *> attributable to a known sensor record.  Every add, change
      *> and deactivation is journaled to SENSJRNL.DAT with the
      *> record's before and after images, so the offset a past
      *> reading was converted with can always be recovered; -h
      *> reads one probe's journal back.  -p applies a reviewed
      *> cfdrift proposal file in one pass, so approved corrections
      *> are never retyped by hand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY sensor-id
               FILE STATUS sensor-file-status.

      *> Append-only change journal.  OPTIONAL so the first change on
      *> a box creates it through the EXTEND/OUTPUT fallback.
           SELECT OPTIONAL journal-file
               ASSIGN TO DYNAMIC journal-file-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS journal-file-status.

      *> A cfdrift proposal file, marked up by its reviewer.
           SELECT proposal-file
               ASSIGN TO DYNAMIC proposal-file-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS proposal-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD sensor-file.
           COPY sensrec.

       FD journal-file.
           COPY sensjrnl.

       FD proposal-file.
       01 proposal-line PIC X(100).

       WORKING-STORAGE SECTION.

       01 sensor-file-path   PIC X(80) VALUE "SENSMAST.DAT".
       01 sensor-eof-switch  PIC X(01) VALUE "N".
           88 sensor-eof            VALUE "Y".

       01 journal-file-path   PIC X(80) VALUE "SENSJRNL.DAT".
       01 journal-file-status PIC X(02).
       01 journal-eof-switch  PIC X(01) VALUE "N".
           88 journal-eof           VALUE "Y".
       01 proposal-file-name   PIC X(80) VALUE SPACES.
       01 proposal-file-status PIC X(02).
       01 proposal-eof-switch  PIC X(01) VALUE "N".
           88 proposal-eof          VALUE "Y".

       01 argument-count     PIC 9(02) COMP.
       01 work-argument      PIC X(64).
       01 action-code        PIC X(02).
       01 saved-status-flag  PIC X(01).
       01 list-count         PIC 9(04) VALUE ZERO.
       01 offset-display     PIC +9(3).9(4).
       01 journal-source     PIC X(40) VALUE "KEYED".

       01 entry-user-name       PIC X(12) VALUE SPACES.
       01 current-date-ccyymmdd PIC 9(08).
       01 current-time-hhmmss   PIC 9(08).
       01 current-timestamp     PIC X(19) VALUE SPACES.

      *> ----------------------------------------------------------
      *> Drift proposal application.  A cfdrift data line carries
      *> the sensor at 1, the offset it was computed against at 40
      *> and the proposed offset at 53; the reviewer marks column 80
      *> A to approve or D to decline.  An approved line applies
      *> only if the master still carries the offset the proposal
      *> was computed against -- a probe re-offset since then has a
      *> different residual, and the proposal no longer means
      *> anything.
      *> ----------------------------------------------------------
       01 proposal-area.
           05 proposal-sensor-id      PIC X(08).
           05 proposal-decision       PIC X(01).
           05 proposal-current-offset PIC S9(3)V9(4) COMP-3.
           05 proposal-new-offset     PIC S9(3)V9(4) COMP-3.
           05 proposal-result         PIC X(40).
           05 proposal-applied-count  PIC 9(04) VALUE ZERO.
           05 proposal-declined-count PIC 9(04) VALUE ZERO.
           05 proposal-open-count     PIC 9(04) VALUE ZERO.
           05 proposal-refused-count  PIC 9(04) VALUE ZERO.
       01 history-sensor-id  PIC X(08).

       PROCEDURE DIVISION.
       PERFORM 0000-START.
               "<in-service ccyymmdd> <description> <location>"
           DISPLAY "       cfsens -d <id>"
           DISPLAY "       cfsens -l"
           DISPLAY "       cfsens -h <id>"
           DISPLAY "       cfsens -p <reviewed-cfdrift-file>"
           MOVE 12 TO RETURN-CODE
           STOP RUN.

                   PERFORM 4000-DEACTIVATE-SENSOR
               WHEN "-L"
                   PERFORM 5000-LIST-SENSORS
               WHEN "-H"
                   PERFORM 8000-OFFSET-HISTORY
               WHEN "-P"
                   PERFORM 7000-APPLY-PROPOSALS
               WHEN OTHER
                   CLOSE sensor-file
                   PERFORM 0000-USAGE
               CLOSE sensor-file
               PERFORM 0000-USAGE
           END-IF
           PERFORM 6200-OPEN-JOURNAL
           MOVE SPACES TO sensjrnl-record
           PERFORM 2100-FILL-RECORD-FROM-ARGS
           MOVE "A" TO sensor-status-flag
           MOVE ZERO TO sensor-last-calibrated
           WRITE sensor-record
           IF sensor-file-status = "22" THEN
               DISPLAY "cfsens: sensor " FUNCTION TRIM(sensor-id)
                       sensor-file-status ")"
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE "A" TO sensjrnl-action
                   PERFORM 6400-WRITE-JOURNAL
                   DISPLAY "cfsens: added "
                       FUNCTION TRIM(sensor-id)
               END-IF
           END-IF
           CLOSE journal-file.

      *> ----------------------------------------------------------
      *> Change: full replacement of the named record, keeping its
      *> current active/inactive status and last-calibrated date --
      *> only a bench session sets that.
      *> ----------------------------------------------------------
       3000-CHANGE-SENSOR.
           IF argument-count < 7 THEN
               CLOSE sensor-file
               PERFORM 0000-USAGE
           END-IF
           PERFORM 6200-OPEN-JOURNAL
           ACCEPT work-argument FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(work-argument(1:8))
               TO sensor-id
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM 3100-REWRITE-FROM-ARGS
           END-READ
           CLOSE journal-file.

       3100-REWRITE-FROM-ARGS.
           PERFORM 6300-JOURNAL-BEFORE-IMAGE
           MOVE sensor-status-flag TO saved-status-flag
           PERFORM 2150-FILL-FIELDS-FROM-ARGS
           MOVE saved-status-flag TO sensor-status-flag
                   sensor-file-status ")"
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE "C" TO sensjrnl-action
               PERFORM 6400-WRITE-JOURNAL
               DISPLAY "cfsens: changed " FUNCTION TRIM(sensor-id)
           END-IF.

               CLOSE sensor-file
               PERFORM 0000-USAGE
           END-IF
           PERFORM 6200-OPEN-JOURNAL
           ACCEPT work-argument FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(work-argument(1:8))
               TO sensor-id
                       FUNCTION TRIM(sensor-id) " not on file"
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM 6300-JOURNAL-BEFORE-IMAGE
                   MOVE "I" TO sensor-status-flag
                   PERFORM 4100-REWRITE-DEACTIVATED
           END-READ
           CLOSE journal-file.

       4100-REWRITE-DEACTIVATED.
           REWRITE sensor-record
                   sensor-file-status ")"
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE "D" TO sensjrnl-action
               PERFORM 6400-WRITE-JOURNAL
               DISPLAY "cfsens: deactivated "
                   FUNCTION TRIM(sensor-id)
           END-IF.
               sensor-location.
       5100-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> Journal.  It is opened before the master is touched: a
      *> change the journal cannot record is a change not made.
      *> ----------------------------------------------------------
      *> Same identity resolution the audit trail uses in cf.
       6000-DETERMINE-ENTRY-IDENTITY.
           DISPLAY "USER" UPON ENVIRONMENT-NAME
           ACCEPT entry-user-name FROM ENVIRONMENT-VALUE
           IF entry-user-name = SPACES THEN
               DISPLAY "LOGNAME" UPON ENVIRONMENT-NAME
               ACCEPT entry-user-name FROM ENVIRONMENT-VALUE
           END-IF
           IF entry-user-name = SPACES THEN
               MOVE "UNKNOWN" TO entry-user-name
           END-IF.

       6100-BUILD-TIMESTAMP.
           ACCEPT current-date-ccyymmdd FROM DATE YYYYMMDD
           ACCEPT current-time-hhmmss FROM TIME
           MOVE SPACES TO current-timestamp
           MOVE current-date-ccyymmdd(1:4) TO current-timestamp(1:4)
           MOVE "-" TO current-timestamp(5:1)
           MOVE current-date-ccyymmdd(5:2) TO current-timestamp(6:2)
           MOVE "-" TO current-timestamp(8:1)
           MOVE current-date-ccyymmdd(7:2) TO current-timestamp(9:2)
           MOVE SPACE TO current-timestamp(11:1)
           MOVE current-time-hhmmss(1:2) TO current-timestamp(12:2)
           MOVE ":" TO current-timestamp(14:1)
           MOVE current-time-hhmmss(3:2) TO current-timestamp(15:2)
           MOVE ":" TO current-timestamp(17:1)
           MOVE current-time-hhmmss(5:2) TO current-timestamp(18:2).

       6200-OPEN-JOURNAL.
           PERFORM 6000-DETERMINE-ENTRY-IDENTITY
           OPEN EXTEND journal-file
           IF journal-file-status = "05" OR
                   journal-file-status = "35" THEN
               CLOSE journal-file
               OPEN OUTPUT journal-file
           END-IF
           IF journal-file-status NOT = "00" AND
                   journal-file-status NOT = "05" THEN
               DISPLAY "cfsens: cannot open "
                   FUNCTION TRIM(journal-file-path)
                   " (status " journal-file-status
                   "); master not changed"
               CLOSE sensor-file
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> The record as read, before anything is moved over it.
       6300-JOURNAL-BEFORE-IMAGE.
           MOVE SPACES TO sensjrnl-record
           MOVE sensor-status-flag TO sensjrnl-before-status
           MOVE sensor-native-unit TO sensjrnl-before-unit
           MOVE sensor-offset TO offset-display
           MOVE offset-display TO sensjrnl-before-offset
           MOVE sensor-in-service TO sensjrnl-before-in-service
           MOVE sensor-description TO sensjrnl-before-description
           MOVE sensor-location TO sensjrnl-before-location
           MOVE sensor-last-calibrated TO sensjrnl-before-calibrated.

      *> The record as it now stands on the master; the caller has
      *> set the action and, for an add, left the before image
      *> blank.
       6400-WRITE-JOURNAL.
           PERFORM 6100-BUILD-TIMESTAMP
           MOVE sensor-id TO sensjrnl-sensor-id
           MOVE current-timestamp TO sensjrnl-entered
           MOVE entry-user-name TO sensjrnl-user
           MOVE sensor-status-flag TO sensjrnl-after-status
           MOVE sensor-native-unit TO sensjrnl-after-unit
           MOVE sensor-offset TO offset-display
           MOVE offset-display TO sensjrnl-after-offset
           MOVE sensor-in-service TO sensjrnl-after-in-service
           MOVE sensor-description TO sensjrnl-after-description
           MOVE sensor-location TO sensjrnl-after-location
           MOVE sensor-last-calibrated TO sensjrnl-after-calibrated
           MOVE journal-source TO sensjrnl-source
           WRITE sensjrnl-record.

      *> ----------------------------------------------------------
      *> Apply a reviewed cfdrift proposal file: every line is
      *> accounted for as applied, declined by the reviewer,
      *> refused here, or left unmarked.  Anything short of a fully
      *> decided file exits 4 so the reviewer looks again.
      *> ----------------------------------------------------------
       7000-APPLY-PROPOSALS.
           IF argument-count < 2 THEN
               CLOSE sensor-file
               PERFORM 0000-USAGE
           END-IF
           ACCEPT proposal-file-name FROM ARGUMENT-VALUE
           OPEN INPUT proposal-file
           IF proposal-file-status NOT = "00" THEN
               DISPLAY "cfsens: cannot open "
                   FUNCTION TRIM(proposal-file-name)
                   " (status " proposal-file-status ")"
               CLOSE sensor-file
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 6200-OPEN-JOURNAL
           MOVE proposal-file-name TO journal-source

           DISPLAY "CF DRIFT PROPOSALS APPLIED FROM "
               FUNCTION TRIM(proposal-file-name)
           DISPLAY "SENSOR   CURRENT-OFS PROPOSED-OFS RESULT"
           PERFORM 7100-APPLY-ONE-PROPOSAL THRU 7100-EXIT
               UNTIL proposal-eof
           CLOSE proposal-file
           CLOSE journal-file

           DISPLAY "APPLIED " proposal-applied-count
               ", DECLINED " proposal-declined-count
               ", REFUSED " proposal-refused-count
               ", NOT REVIEWED " proposal-open-count
           IF proposal-refused-count > ZERO OR
                   proposal-open-count > ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> The two cfdrift heading lines, and any blank line, are not
      *> proposals.
       7100-APPLY-ONE-PROPOSAL.
           READ proposal-file
               AT END
                   SET proposal-eof TO TRUE
                   GO TO 7100-EXIT
           END-READ
           IF proposal-line = SPACES OR
                   proposal-line(1:19) = "CF DRIFT PROPOSALS " OR
                   proposal-line(1:9) = "SENSOR   " THEN
               GO TO 7100-EXIT
           END-IF
           MOVE FUNCTION UPPER-CASE(proposal-line(1:8))
               TO proposal-sensor-id
           MOVE FUNCTION UPPER-CASE(proposal-line(80:1))
               TO proposal-decision
           EVALUATE TRUE
               WHEN proposal-decision = "D"
                   ADD 1 TO proposal-declined-count
                   MOVE "DECLINED BY REVIEWER" TO proposal-result
               WHEN proposal-decision NOT = "A"
                   ADD 1 TO proposal-open-count
                   MOVE "NOT REVIEWED; NOT APPLIED"
                       TO proposal-result
               WHEN FUNCTION TEST-NUMVAL(proposal-line(40:9))
                       NOT = ZERO OR
                   FUNCTION TEST-NUMVAL(proposal-line(53:9))
                       NOT = ZERO
                   ADD 1 TO proposal-refused-count
                   MOVE "REFUSED: OFFSETS UNREADABLE"
                       TO proposal-result
               WHEN OTHER
                   MOVE FUNCTION NUMVAL(proposal-line(40:9))
                       TO proposal-current-offset
                   MOVE FUNCTION NUMVAL(proposal-line(53:9))
                       TO proposal-new-offset
                   PERFORM 7200-APPLY-APPROVED THRU 7200-EXIT
           END-EVALUATE
           DISPLAY proposal-sensor-id " " proposal-line(40:9) "   "
               proposal-line(53:9) "    "
               FUNCTION TRIM(proposal-result).
       7100-EXIT.
           EXIT.

       7200-APPLY-APPROVED.
           MOVE proposal-sensor-id TO sensor-id
           READ sensor-file
               INVALID KEY
                   ADD 1 TO proposal-refused-count
                   MOVE "REFUSED: NOT ON MASTER" TO proposal-result
                   GO TO 7200-EXIT
           END-READ
           IF NOT sensor-active THEN
               ADD 1 TO proposal-refused-count
               MOVE "REFUSED: SENSOR DEACTIVATED" TO proposal-result
               GO TO 7200-EXIT
           END-IF
           IF sensor-offset NOT = proposal-current-offset THEN
               ADD 1 TO proposal-refused-count
               MOVE "REFUSED: OFFSET CHANGED SINCE PROPOSAL"
                   TO proposal-result
               GO TO 7200-EXIT
           END-IF
           PERFORM 6300-JOURNAL-BEFORE-IMAGE
           MOVE proposal-new-offset TO sensor-offset
           REWRITE sensor-record
           IF sensor-file-status NOT = "00" THEN
               ADD 1 TO proposal-refused-count
               MOVE "REFUSED: REWRITE FAILED" TO proposal-result
               MOVE 12 TO RETURN-CODE
               GO TO 7200-EXIT
           END-IF
           MOVE "C" TO sensjrnl-action
           PERFORM 6400-WRITE-JOURNAL
           ADD 1 TO proposal-applied-count
           MOVE "APPLIED" TO proposal-result.
       7200-EXIT.
           EXIT.

      *> ----------------------------------------------------------
      *> Offset history of one probe: its journal lines in the order
      *> they were made, then what the master carries today.
      *> ----------------------------------------------------------
       8000-OFFSET-HISTORY.
           IF argument-count < 2 THEN
               CLOSE sensor-file
               PERFORM 0000-USAGE
           END-IF
           ACCEPT work-argument FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(work-argument(1:8))
               TO history-sensor-id
           DISPLAY "CF SENSOR OFFSET HISTORY " history-sensor-id
           DISPLAY "ENTERED             USER         A "
               "OFFSET-BEFORE OFFSET-AFTER S SOURCE"
           OPEN INPUT journal-file
           IF journal-file-status = "00" THEN
               PERFORM 8100-LIST-ONE-CHANGE THRU 8100-EXIT
                   UNTIL journal-eof
               CLOSE journal-file
           ELSE
               IF journal-file-status = "05" THEN
                   CLOSE journal-file
               END-IF
           END-IF
           IF list-count = ZERO THEN
               DISPLAY "cfsens: no journaled changes for "
                   FUNCTION TRIM(history-sensor-id)
           END-IF
           MOVE history-sensor-id TO sensor-id
           READ sensor-file
               INVALID KEY
                   DISPLAY "cfsens: sensor "
                       FUNCTION TRIM(history-sensor-id)
                       " not on file"
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE sensor-offset TO offset-display
                   DISPLAY "CURRENT OFFSET " offset-display
                       " STATUS " sensor-status-flag
           END-READ.

       8100-LIST-ONE-CHANGE.
           READ journal-file
               AT END
                   SET journal-eof TO TRUE
                   GO TO 8100-EXIT
           END-READ
           IF sensjrnl-sensor-id NOT = history-sensor-id THEN
               GO TO 8100-EXIT
           END-IF
           ADD 1 TO list-count
           DISPLAY sensjrnl-entered " " sensjrnl-user " "
               sensjrnl-action " " sensjrnl-before-offset "     "
               sensjrnl-after-offset "    " sensjrnl-after-status " "
               FUNCTION TRIM(sensjrnl-source).
       8100-EXIT.
           EXIT.

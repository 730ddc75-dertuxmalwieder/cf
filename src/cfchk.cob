      *> backup (SENSMAST.BAK / CFHIST.BAK).  -r rebuilds a corrupted
      *> master from its latest backup; the history rebuild then
      *> re-applies the audit lines written since the backup was cut,
      *> so a crash mid-WRITE costs nothing that was audited, and a
      *> cfrestate correction audited since re-applies over the
      *> reading it corrected; a line that would re-file into a
      *> month closed through cfperiod before the line was written
      *> stays out.  The sensor master has no maintenance trail in
      *> the audit log, so its rebuild is the backup alone -- changes
      *> made since are re-keyed through cfsens from the console note
      *> this prints.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS audit-file-status.

           SELECT OPTIONAL period-file
               ASSIGN TO DYNAMIC period-file-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS period-file-status.

      *> Active-run lock taken by cf's batch driver.  Rebuilding a
      *> master out from under a live run's keyed WRITEs -- or
      *> cutting a backup of a file mid-load -- is the corruption
       FD runlock-file.
           COPY runlock.

       FD period-file.
           COPY periodrec.

       WORKING-STORAGE SECTION.

       01 sensor-file-path    PIC X(80) VALUE "SENSMAST.DAT".
       01 sensor-backup-path  PIC X(80) VALUE "SENSMAST.BAK".
       01 history-backup-path PIC X(80) VALUE "CFHIST.BAK".
       01 audit-log-path      PIC X(80) VALUE "CFAUDIT.LOG".
       01 period-file-path    PIC X(80) VALUE "CFPERIOD.DAT".

       01 sensor-file-status   PIC X(02).
       01 history-file-status  PIC X(02).
       01 sensor-backup-status PIC X(02).
       01 history-backup-status PIC X(02).
       01 audit-file-status    PIC X(02).
       01 period-file-status   PIC X(02).

       01 argument-count      PIC 9(02) COMP.
       01 work-argument       PIC X(64).
           88 backup-eof            VALUE "Y".
       01 audit-eof-switch    PIC X(01) VALUE "N".
           88 audit-eof             VALUE "Y".
       01 period-eof-switch   PIC X(01) VALUE "N".
           88 period-eof            VALUE "Y".

      *> ----------------------------------------------------------
      *> Verification state: previous key held for the sequence and
           05 reapply-under-time   PIC 9(06).
           05 record-date-text     PIC X(08).
           05 record-time-text     PIC X(06).
           05 restate-value-in     PIC S9(8)V9(4) COMP-3.
           05 restate-done-switch  PIC X(01).
               88 restate-done           VALUE "Y".
           05 restate-match-switch PIC X(01).
               88 restate-matched        VALUE "Y".
               88 restate-faulted        VALUE "F".
           05 locked-count         PIC 9(08) VALUE ZERO.

      *> ----------------------------------------------------------
      *> Closed periods, the latest CFPERIOD.DAT line per month with
      *> the stamp of the close.  A replayed line filing into a
      *> closed month and written after that close never reached
      *> the figures that were signed off, so it stays out.
      *> ----------------------------------------------------------
       01 period-table-area.
           05 period-count        PIC 9(04) COMP VALUE ZERO.
           05 period-limit        PIC 9(04) COMP VALUE 600.
           05 period-entry OCCURS 600.
               10 period-tbl-month    PIC 9(06).
               10 period-tbl-action   PIC X(01).
                   88 period-tbl-closed     VALUE "C".
               10 period-tbl-entered  PIC X(19).
       01 period-index            PIC 9(04) COMP.
       01 period-found-index      PIC 9(04) COMP.
       01 period-check-month      PIC 9(06).

       01 run-date-ccyymmdd       PIC 9(08).
       01 run-time-hhmmss         PIC 9(08).
                   SET audit-eof TO TRUE
                   GO TO 3600-EXIT
           END-READ
      *> A restatement line rewrote a reading already counted; a
      *> held reading was never loaded.
           IF audit-sensor-id NOT = SPACES AND
                   NOT audit-restatement AND
                   audit-valid-flag NOT = "H" THEN
               ADD 1 TO audit-sensor-lines
           END-IF.
       3600-EXIT.

           DISPLAY "cfchk: " restored-count " readings restored, "
               reapplied-count " re-applied from audit, "
               skipped-count " already covered"
           IF locked-count > ZERO THEN
               DISPLAY "cfchk: " locked-count " audit lines left out: "
                   "they file into a closed period"
           END-IF.

      *> The backup's first record is its CFBAKHDR cut stamp; a
      *> backup cut before the stamp existed opens straight with
               DISPLAY "cfchk: no audit trail to re-apply"
               GO TO 6500-DONE
           END-IF
           PERFORM 6400-LOAD-PERIODS
           OPEN I-O history-file
           MOVE "N" TO audit-eof-switch
           PERFORM 6600-REAPPLY-ONE-LINE THRU 6600-EXIT
       6500-DONE.
           EXIT.

      *> A period log too big to hold refuses the replay rather than
      *> let a dropped month read as open.
       6400-LOAD-PERIODS.
           OPEN INPUT period-file
           IF period-file-status = "00" THEN
               PERFORM 6405-READ-PERIOD THRU 6405-EXIT
                   UNTIL period-eof
               CLOSE period-file
           END-IF.

       6405-READ-PERIOD.
           READ period-file
               AT END
                   SET period-eof TO TRUE
                   GO TO 6405-EXIT
           END-READ
           IF period-month IS NOT NUMERIC THEN
               GO TO 6405-EXIT
           END-IF
           MOVE period-month TO period-check-month
           PERFORM 6410-FIND-PERIOD
           IF period-found-index = ZERO THEN
               IF period-count >= period-limit THEN
                   DISPLAY "cfchk: more than " period-limit
                       " months in " FUNCTION TRIM(period-file-path)
                       "; audit lines not re-applied"
                   CLOSE period-file
                   CLOSE audit-file
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO period-count
               MOVE period-count TO period-found-index
               MOVE period-month TO period-tbl-month(period-count)
           END-IF
           MOVE period-action TO period-tbl-action(period-found-index)
           MOVE period-entered
               TO period-tbl-entered(period-found-index).
       6405-EXIT.
           EXIT.

       6410-FIND-PERIOD.
           MOVE ZERO TO period-found-index
           MOVE 1 TO period-index
           PERFORM 6415-SCAN-PERIOD-TABLE
               UNTIL period-index > period-count
                   OR period-found-index > ZERO.

       6415-SCAN-PERIOD-TABLE.
           IF period-tbl-month(period-index) = period-check-month THEN
               MOVE period-index TO period-found-index
           END-IF
           ADD 1 TO period-index.

       6600-REAPPLY-ONE-LINE.
           READ audit-file
               AT END
           IF audit-sensor-id = SPACES THEN
               GO TO 6600-EXIT
           END-IF
      *> A held reading went to the .HLD sidecar, never to history.
           IF audit-valid-flag = "H" THEN
               GO TO 6600-EXIT
           END-IF
      *> Two clocks per line: the WRITE clock (the timestamp, when
      *> the run put the line down) and the reading clock (the date
      *> the reading filed into history under).  Selection goes by
               END-IF
           END-IF

           MOVE reapply-under-date(1:6) TO period-check-month
           PERFORM 6410-FIND-PERIOD
           IF period-found-index > ZERO THEN
               IF period-tbl-closed(period-found-index) AND
                       audit-timestamp(1:19) >
                           period-tbl-entered(period-found-index) THEN
                   ADD 1 TO locked-count
                   GO TO 6600-EXIT
               END-IF
           END-IF

           IF audit-restatement THEN
               PERFORM 6800-REAPPLY-RESTATEMENT THRU 6800-EXIT
               GO TO 6600-EXIT
           END-IF
           MOVE audit-sensor-id TO history-sensor-id
           MOVE reapply-under-date TO history-date
           MOVE reapply-under-time TO history-time
           MOVE audit-value-out TO history-value-out
           MOVE audit-valid-flag TO history-valid-flag
           MOVE audit-site TO history-site
           MOVE SPACE TO history-restated-flag
           MOVE ZERO TO history-restated-date
           PERFORM 6700-WRITE-REAPPLIED THRU 6700-EXIT
           ADD 1 TO reapplied-count.
       6600-EXIT.
           END-IF.
       6700-EXIT.
           EXIT.

      *> A restatement names its reading by sensor, reading clock
      *> and input value, not by sequence number: the first valid
      *> reading under that sensor, date and time with the same
      *> input takes the corrected value.  It is left pending
      *> correction -- whether the correction feed went out before
      *> the crash is not something the audit trail records, and
      *> sending it twice is the safe side.
       6800-REAPPLY-RESTATEMENT.
           MOVE audit-value-in TO restate-value-in
           MOVE audit-sensor-id TO history-sensor-id
           MOVE reapply-under-date TO history-date
           MOVE reapply-under-time TO history-time
           MOVE ZERO TO history-seq
           MOVE "N" TO restate-done-switch
           MOVE "N" TO restate-match-switch
           START history-file KEY NOT LESS history-key
               INVALID KEY
                   SET restate-done TO TRUE
           END-START
           PERFORM 6810-MATCH-RESTATED-READING THRU 6810-EXIT
               UNTIL restate-done
           IF restate-matched THEN
               ADD 1 TO reapplied-count
           END-IF
           IF NOT restate-matched AND NOT restate-faulted THEN
               DISPLAY "cfchk: restatement of " audit-sensor-id
                   " at " reapply-under-date " " reapply-under-time
                   " found no reading to correct"
           END-IF.
       6800-EXIT.
           EXIT.

       6810-MATCH-RESTATED-READING.
           MOVE SPACES TO history-record
           READ history-file NEXT
               AT END
                   SET restate-done TO TRUE
                   GO TO 6810-EXIT
           END-READ
           IF history-sensor-id NOT = audit-sensor-id OR
                   history-date NOT = reapply-under-date OR
                   history-time NOT = reapply-under-time THEN
               SET restate-done TO TRUE
               GO TO 6810-EXIT
           END-IF
           IF history-valid-flag NOT = "Y" OR
                   history-unit-in NOT = audit-unit-in OR
                   history-value-in NOT = restate-value-in THEN
               GO TO 6810-EXIT
           END-IF
           MOVE audit-unit-out TO history-unit-out
           MOVE audit-value-out TO history-value-out
           MOVE "R" TO history-restated-flag
           MOVE audit-line-date TO history-restated-date
           REWRITE history-record
           SET restate-done TO TRUE
           IF history-file-status = "00" THEN
               SET restate-matched TO TRUE
           ELSE
               DISPLAY "cfchk: restatement rewrite fault (status "
                   history-file-status ") at key " history-key
               MOVE 8 TO RETURN-CODE
               SET restate-faulted TO TRUE
           END-IF.
       6810-EXIT.
           EXIT.

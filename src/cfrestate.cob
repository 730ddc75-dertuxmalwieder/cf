       IDENTIFICATION DIVISION.
       PROGRAM-ID. cfrestate.

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

      *> cfrestate brings CFHIST.DAT back into line after a
      *> back-dated calibration change.  cfcal can key a CALHIST.DAT
      *> offset effective from a date already loaded, and cfsens can
      *> correct a probe's offset after the fact; the readings
      *> already filed for those dates keep the value they were
      *> converted with.  Given an input unit and a date range, every
      *> valid reading of that unit filed in the range is converted
      *> again through cfconv from its raw input value, with the
      *> per-unit offset in force on its date (CALPARM.DAT and
      *> CALHIST.DAT, resolved as cf resolves them) and the probe's
      *> own offset in force on its date (from the SENSJRNL.DAT
      *> journal; the master's current offset for a probe the
      *> journal does not cover).  A reading whose value changes is
      *> rewritten, flagged pending correction for cfxmit -c, and
      *> audited with a restatement line; the before/after listing
      *> and totals go to the console.  -t lists what would change
      *> and writes nothing.  The run honors CFRUN.LCK: a history
      *> rewritten under a live batch load is not a history anyone
      *> can sign for.  For the same reason a reading filed in a
      *> month closed through cfperiod is left as it stands and
      *> counted; the month has to be reopened first.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT history-file
               ASSIGN TO DYNAMIC history-file-path
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY history-key
               FILE STATUS history-file-status.

           SELECT OPTIONAL sensor-file
               ASSIGN TO DYNAMIC sensor-file-path
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY sensor-id
               FILE STATUS sensor-file-status.

           SELECT OPTIONAL calparm-file
               ASSIGN TO DYNAMIC calparm-file-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS calparm-file-status.

           SELECT OPTIONAL calhist-file
               ASSIGN TO DYNAMIC calhist-file-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS calhist-file-status.

           SELECT OPTIONAL journal-file
               ASSIGN TO DYNAMIC journal-file-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS journal-file-status.

           SELECT OPTIONAL audit-file ASSIGN TO DYNAMIC audit-log-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS audit-file-status.

           SELECT OPTIONAL runlock-file
               ASSIGN TO DYNAMIC runlock-file-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS runlock-file-status.

           SELECT OPTIONAL period-file
               ASSIGN TO DYNAMIC period-file-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS period-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD history-file.
           COPY histrec.

       FD sensor-file.
           COPY sensrec.

       FD calparm-file.
       01 calparm-record.
           05 calparm-unit         PIC X(01).
           05 FILLER                PIC X(01).
           05 calparm-offset-text  PIC X(10).

       FD calhist-file.
           COPY calhist.

       FD journal-file.
           COPY sensjrnl.

       FD audit-file.
           COPY auditrec.

       FD runlock-file.
           COPY runlock.

       FD period-file.
           COPY periodrec.

       WORKING-STORAGE SECTION.

       01 history-file-path    PIC X(80) VALUE "CFHIST.DAT".
       01 sensor-file-path     PIC X(80) VALUE "SENSMAST.DAT".
       01 calparm-file-path    PIC X(80) VALUE "CALPARM.DAT".
       01 calhist-file-path    PIC X(80) VALUE "CALHIST.DAT".
       01 journal-file-path    PIC X(80) VALUE "SENSJRNL.DAT".
       01 audit-log-path       PIC X(80) VALUE "CFAUDIT.LOG".
       01 period-file-path     PIC X(80) VALUE "CFPERIOD.DAT".

       01 history-file-status  PIC X(02).
       01 sensor-file-status   PIC X(02).
       01 calparm-file-status  PIC X(02).
       01 calhist-file-status  PIC X(02).
       01 journal-file-status  PIC X(02).
       01 audit-file-status    PIC X(02).
       01 period-file-status   PIC X(02).

       01 history-eof-switch   PIC X(01) VALUE "N".
           88 history-eof            VALUE "Y".
       01 calparm-eof-switch   PIC X(01) VALUE "N".
           88 calparm-eof            VALUE "Y".
       01 calhist-eof-switch   PIC X(01) VALUE "N".
           88 calhist-eof            VALUE "Y".
       01 period-eof-switch    PIC X(01) VALUE "N".
           88 period-eof             VALUE "Y".
       01 journal-eof-switch   PIC X(01) VALUE "N".
           88 journal-eof            VALUE "Y".
       01 sensor-open-switch   PIC X(01) VALUE "N".
           88 sensor-file-open       VALUE "Y".
       01 trial-run-switch     PIC X(01) VALUE "N".
           88 trial-run              VALUE "Y".

       01 argument-count       PIC 9(02) COMP.
       01 work-argument        PIC X(64).

       01 request-unit         PIC X(01).
       01 request-from-date    PIC 9(08).
       01 request-to-date      PIC 9(08).

       01 audit-user-name      PIC X(12) VALUE SPACES.
       01 audit-job-name       PIC X(12) VALUE SPACES.
       01 current-date-ccyymmdd PIC 9(08).
       01 current-time-hhmmss   PIC 9(08).
       01 current-timestamp     PIC X(19) VALUE SPACES.

       COPY convrec.
       COPY calparm.

      *> ----------------------------------------------------------
      *> Effective-dated per-unit offsets, loaded and resolved
      *> exactly as cf's 1020-LOAD-CALHIST and
      *> 2618-RESOLVE-CAL-OFFSETS do, so a restated value is the
      *> value tonight's run would produce for that date.  A table
      *> that cannot hold the whole file stops the run: a restatement
      *> against part of the calibration history is a new error, not
      *> a correction.
      *> ----------------------------------------------------------
       01 calhist-table-area.
           05 calhist-count       PIC 9(04) COMP VALUE ZERO.
           05 calhist-limit       PIC 9(04) COMP VALUE 2000.
           05 calhist-entry OCCURS 2000.
               10 calh-tbl-unit       PIC X(01).
               10 calh-tbl-date       PIC 9(08).
               10 calh-tbl-offset     PIC S9(3)V9(4) COMP-3.
       01 calhist-scan-index      PIC 9(04) COMP.
       01 cal-base-offsets.
           05 cal-base-c-offset   PIC S9(3)V9(4) COMP-3 VALUE ZERO.
           05 cal-base-f-offset   PIC S9(3)V9(4) COMP-3 VALUE ZERO.
           05 cal-base-k-offset   PIC S9(3)V9(4) COMP-3 VALUE ZERO.
       01 cal-resolve-area.
           05 effective-cal-date  PIC 9(08) VALUE ZERO.
           05 cal-best-c-date     PIC 9(08) VALUE ZERO.
           05 cal-best-f-date     PIC 9(08) VALUE ZERO.
           05 cal-best-k-date     PIC 9(08) VALUE ZERO.

      *> ----------------------------------------------------------
      *> Probe offset changes from the sensor master journal, each
      *> with the moment it was keyed.  The offset in force at a
      *> reading is the after image of the probe's latest change at
      *> or before the reading; with none that early, the before
      *> image of its earliest later change (what the probe carried
      *> until then).  A probe never journaled has carried its
      *> current master offset throughout.
      *>
      *> Only lines that moved the offset are held -- an add, a
      *> deactivation or a calibration stamp leaves the offset in
      *> force where it was, and the fallbacks above cover the time
      *> before a probe's first change.  The table is kept in sensor
      *> and stamp order as it loads, so a probe's changes sit
      *> together and SEARCH ALL finds them; the limit is cf's
      *> sensor table's.
      *> ----------------------------------------------------------
       01 journal-table-area.
           05 journal-count       PIC 9(04) COMP VALUE ZERO.
           05 journal-limit       PIC 9(04) COMP VALUE 9999.
           05 journal-entry OCCURS 0 TO 9999
                   DEPENDING ON journal-count
                   ASCENDING KEY jrnl-tbl-sensor-id jrnl-tbl-stamp
                   INDEXED BY jrnl-tbl-ix.
               10 jrnl-tbl-sensor-id  PIC X(08).
               10 jrnl-tbl-stamp      PIC 9(14).
               10 jrnl-tbl-before     PIC S9(3)V9(4) COMP-3.
               10 jrnl-tbl-after      PIC S9(3)V9(4) COMP-3.
       01 journal-scan-index      PIC 9(04) COMP.
       01 journal-index           PIC 9(04) COMP.
       01 journal-placed-switch   PIC X(01).
           88 journal-placed            VALUE "Y".
       01 journal-walk-switch     PIC X(01).
           88 journal-walk-done         VALUE "Y".
       01 journal-before-value    PIC S9(3)V9(4) COMP-3.
       01 journal-after-value     PIC S9(3)V9(4) COMP-3.
       01 journal-stamp-text      PIC X(14).
       01 sensor-resolve-area.
           05 reading-stamp       PIC 9(14).
           05 best-before-stamp   PIC 9(14).
           05 best-before-index   PIC 9(04) COMP.
           05 first-after-stamp   PIC 9(14).
           05 first-after-index   PIC 9(04) COMP.
           05 resolved-sensor-offset PIC S9(3)V9(4) COMP-3.

      *> ----------------------------------------------------------
      *> Run-lock aging, same arithmetic and threshold as cf's
      *> 2602-JUDGE-LOCK-AGE: a live lock refuses the run with the
      *> holder named; a stale one is noted and the run proceeds.
      *> ----------------------------------------------------------
       01 runlock-file-path       PIC X(80) VALUE "CFRUN.LCK".
       01 runlock-file-status     PIC X(02).
       01 runlock-area.
           05 stale-lock-minutes     PIC 9(04) VALUE 360.
           05 lock-date-text         PIC X(08).
           05 lock-day-integer       PIC 9(08) COMP.
           05 now-day-integer        PIC 9(08) COMP.
           05 lock-minutes-of-day    PIC 9(04) COMP.
           05 now-minutes-of-day     PIC 9(04) COMP.
           05 lock-age-minutes       PIC S9(08) COMP.
           05 lock-hh                PIC 9(02).
           05 lock-mm                PIC 9(02).
           05 now-date-ccyymmdd      PIC 9(08).
           05 now-time-hhmmss        PIC 9(08).

      *> ----------------------------------------------------------
      *> Closed periods: the latest CFPERIOD.DAT line per month.
      *> ----------------------------------------------------------
       01 period-table-area.
           05 period-count        PIC 9(04) COMP VALUE ZERO.
           05 period-limit        PIC 9(04) COMP VALUE 600.
           05 period-entry OCCURS 600.
               10 period-tbl-month    PIC 9(06).
               10 period-tbl-action   PIC X(01).
                   88 period-tbl-closed     VALUE "C".
       01 period-index            PIC 9(04) COMP.
       01 period-found-index      PIC 9(04) COMP.
       01 period-check-month      PIC 9(06).

      *> ----------------------------------------------------------
      *> Listing and totals.
      *> ----------------------------------------------------------
       01 restate-area.
           05 previous-value-out  PIC S9(8)V9(4) COMP-3.
           05 value-change        PIC S9(8)V9(4) COMP-3.
           05 examined-count      PIC 9(08) VALUE ZERO.
           05 restated-count      PIC 9(08) VALUE ZERO.
           05 unchanged-count     PIC 9(08) VALUE ZERO.
           05 failed-count        PIC 9(08) VALUE ZERO.
           05 locked-count        PIC 9(08) VALUE ZERO.
           05 net-change          PIC S9(12)V9(4) COMP-3
                                  VALUE ZERO.
       01 value-in-display        PIC +Z(6)9.9999.
       01 old-out-display         PIC +Z(6)9.9999.
       01 new-out-display         PIC +Z(6)9.9999.
       01 change-display          PIC +Z(6)9.9999.
       01 net-change-display      PIC +Z(10)9.9999.

       PROCEDURE DIVISION.
       PERFORM 0000-START.

       0000-USAGE.
           DISPLAY "Usage: cfrestate <unit> <from-ccyymmdd> "
               "<to-ccyymmdd> [-t]"
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       0000-START.
           ACCEPT argument-count FROM ARGUMENT-NUMBER
           IF argument-count < 3 THEN
               PERFORM 0000-USAGE
           END-IF
           ACCEPT work-argument FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(work-argument(1:1))
               TO request-unit
           IF (request-unit NOT = "C" AND request-unit NOT = "F"
                   AND request-unit NOT = "K") OR
                   work-argument(2:1) NOT = SPACE THEN
               DISPLAY "cfrestate: unit must be C, F or K"
               PERFORM 0000-USAGE
           END-IF
           ACCEPT work-argument FROM ARGUMENT-VALUE
           IF work-argument(1:8) IS NOT NUMERIC OR
                   work-argument(9:1) NOT = SPACE THEN
               DISPLAY "cfrestate: from date must be CCYYMMDD"
               PERFORM 0000-USAGE
           END-IF
           MOVE work-argument(1:8) TO request-from-date
           ACCEPT work-argument FROM ARGUMENT-VALUE
           IF work-argument(1:8) IS NOT NUMERIC OR
                   work-argument(9:1) NOT = SPACE THEN
               DISPLAY "cfrestate: to date must be CCYYMMDD"
               PERFORM 0000-USAGE
           END-IF
           MOVE work-argument(1:8) TO request-to-date
           IF request-from-date > request-to-date THEN
               DISPLAY "cfrestate: from date " request-from-date
                   " is after to date " request-to-date
               PERFORM 0000-USAGE
           END-IF
           IF argument-count >= 4 THEN
               ACCEPT work-argument FROM ARGUMENT-VALUE
               IF FUNCTION UPPER-CASE(work-argument(1:2)) = "-T"
                       THEN
                   SET trial-run TO TRUE
               ELSE
                   PERFORM 0000-USAGE
               END-IF
           END-IF

           PERFORM 1500-CHECK-RUN-LOCK THRU 1500-DONE
           PERFORM 1000-LOAD-CALIBRATION
           PERFORM 1020-LOAD-CALHIST
           PERFORM 1100-LOAD-JOURNAL
           PERFORM 1300-LOAD-PERIODS
           PERFORM 1200-DETERMINE-AUDIT-IDENTITY
           PERFORM 3000-RESTATE-HISTORY

           MOVE net-change TO net-change-display
           DISPLAY "READINGS EXAMINED " examined-count
               ", RESTATED " restated-count
               ", UNCHANGED " unchanged-count
               ", NOT CONVERTED " failed-count
               ", CLOSED PERIOD " locked-count
           DISPLAY "NET CHANGE " net-change-display
           IF trial-run THEN
               DISPLAY "cfrestate: trial run; nothing rewritten"
           END-IF
      *> A reading cfconv now refuses was accepted once; that is a
      *> question for someone, not a value to leave standing.
      *> Nor is a correction that stopped at a closed month.  A
      *> rewrite fault has already set 12 and keeps it.
           IF (failed-count > ZERO OR locked-count > ZERO)
                   AND RETURN-CODE < 4 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-LOAD-CALIBRATION.
           OPEN INPUT calparm-file
           IF calparm-file-status = "00" THEN
               PERFORM 1010-READ-CALPARM THRU 1010-EXIT
                   UNTIL calparm-eof
               CLOSE calparm-file
           END-IF.

       1010-READ-CALPARM.
           READ calparm-file
               AT END
                   SET calparm-eof TO TRUE
                   GO TO 1010-EXIT
           END-READ
           MOVE FUNCTION UPPER-CASE(calparm-unit) TO calparm-unit
           EVALUATE calparm-unit
               WHEN "C"
                   MOVE FUNCTION NUMVAL(calparm-offset-text)
                       TO cal-c-offset
               WHEN "F"
                   MOVE FUNCTION NUMVAL(calparm-offset-text)
                       TO cal-f-offset
               WHEN "K"
                   MOVE FUNCTION NUMVAL(calparm-offset-text)
                       TO cal-k-offset
           END-EVALUATE.
       1010-EXIT.
           EXIT.

       1020-LOAD-CALHIST.
           MOVE cal-c-offset TO cal-base-c-offset
           MOVE cal-f-offset TO cal-base-f-offset
           MOVE cal-k-offset TO cal-base-k-offset
           OPEN INPUT calhist-file
           IF calhist-file-status = "00" THEN
               PERFORM 1030-READ-CALHIST THRU 1030-EXIT
                   UNTIL calhist-eof
               CLOSE calhist-file
           ELSE
               IF calhist-file-status = "05" THEN
                   CLOSE calhist-file
               END-IF
           END-IF.

       1030-READ-CALHIST.
           READ calhist-file
               AT END
                   SET calhist-eof TO TRUE
                   GO TO 1030-EXIT
           END-READ
           IF calhist-eff-date IS NOT NUMERIC THEN
               GO TO 1030-EXIT
           END-IF
           IF calhist-count >= calhist-limit THEN
               DISPLAY "cfrestate: calibration history exceeds "
                   calhist-limit " entries; nothing restated"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO calhist-count
           MOVE FUNCTION UPPER-CASE(calhist-unit)
               TO calh-tbl-unit(calhist-count)
           MOVE calhist-eff-date TO calh-tbl-date(calhist-count)
           MOVE FUNCTION NUMVAL(calhist-offset)
               TO calh-tbl-offset(calhist-count).
       1030-EXIT.
           EXIT.

      *> Only the lines that changed an offset matter; each goes in
      *> at its sensor and stamp, after any line already there with
      *> the same stamp, so the later keying still wins.
       1100-LOAD-JOURNAL.
           OPEN INPUT journal-file
           IF journal-file-status = "00" THEN
               PERFORM 1110-READ-JOURNAL THRU 1110-EXIT
                   UNTIL journal-eof
               CLOSE journal-file
           ELSE
               IF journal-file-status = "05" THEN
                   CLOSE journal-file
               END-IF
           END-IF.

       1110-READ-JOURNAL.
           READ journal-file
               AT END
                   SET journal-eof TO TRUE
                   GO TO 1110-EXIT
           END-READ
           MOVE SPACES TO journal-stamp-text
           MOVE sensjrnl-entered(1:4) TO journal-stamp-text(1:4)
           MOVE sensjrnl-entered(6:2) TO journal-stamp-text(5:2)
           MOVE sensjrnl-entered(9:2) TO journal-stamp-text(7:2)
           MOVE sensjrnl-entered(12:2) TO journal-stamp-text(9:2)
           MOVE sensjrnl-entered(15:2) TO journal-stamp-text(11:2)
           MOVE sensjrnl-entered(18:2) TO journal-stamp-text(13:2)
           IF journal-stamp-text IS NOT NUMERIC OR
                   FUNCTION TEST-NUMVAL(sensjrnl-after-offset)
                       NOT = ZERO THEN
               GO TO 1110-EXIT
           END-IF
      *> An add has no before image.
           IF sensjrnl-before-offset = SPACES OR
                   FUNCTION TEST-NUMVAL(sensjrnl-before-offset)
                       NOT = ZERO THEN
               GO TO 1110-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(sensjrnl-before-offset)
               TO journal-before-value
           MOVE FUNCTION NUMVAL(sensjrnl-after-offset)
               TO journal-after-value
           IF journal-before-value = journal-after-value THEN
               GO TO 1110-EXIT
           END-IF
           IF journal-count >= journal-limit THEN
               DISPLAY "cfrestate: sensor journal has more than "
                   journal-limit " offset changes; nothing restated"
               CLOSE journal-file
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1111-PLACE-JOURNAL-ENTRY
           MOVE sensjrnl-sensor-id TO jrnl-tbl-sensor-id(journal-index)
           MOVE journal-stamp-text TO jrnl-tbl-stamp(journal-index)
           MOVE journal-before-value TO jrnl-tbl-before(journal-index)
           MOVE journal-after-value TO jrnl-tbl-after(journal-index).
       1110-EXIT.
           EXIT.

      *> Opens a slot in sensor and stamp order: every entry sorting
      *> after the new line moves down one, and journal-index is
      *> left on the free slot.
       1111-PLACE-JOURNAL-ENTRY.
           ADD 1 TO journal-count
           MOVE journal-count TO journal-index
           MOVE "N" TO journal-placed-switch
           PERFORM 1112-SHIFT-JOURNAL-ENTRY
               UNTIL journal-placed.

       1112-SHIFT-JOURNAL-ENTRY.
           IF journal-index = 1 THEN
               SET journal-placed TO TRUE
           ELSE
               IF jrnl-tbl-sensor-id(journal-index - 1)
                       > sensjrnl-sensor-id
                   OR (jrnl-tbl-sensor-id(journal-index - 1)
                       = sensjrnl-sensor-id
                   AND jrnl-tbl-stamp(journal-index - 1)
                       > journal-stamp-text) THEN
                   MOVE journal-entry(journal-index - 1)
                       TO journal-entry(journal-index)
                   SUBTRACT 1 FROM journal-index
               ELSE
                   SET journal-placed TO TRUE
               END-IF
           END-IF.

      *> A period log too big to hold refuses the run rather than
      *> let a dropped month read as open.
       1300-LOAD-PERIODS.
           OPEN INPUT period-file
           IF period-file-status = "00" THEN
               PERFORM 1305-READ-PERIOD THRU 1305-EXIT
                   UNTIL period-eof
               CLOSE period-file
           END-IF.

       1305-READ-PERIOD.
           READ period-file
               AT END
                   SET period-eof TO TRUE
                   GO TO 1305-EXIT
           END-READ
           IF period-month IS NOT NUMERIC THEN
               GO TO 1305-EXIT
           END-IF
           MOVE period-month TO period-check-month
           PERFORM 1310-FIND-PERIOD
           IF period-found-index = ZERO THEN
               IF period-count >= period-limit THEN
                   DISPLAY "cfrestate: more than " period-limit
                       " months in " FUNCTION TRIM(period-file-path)
                       "; nothing restated"
                   CLOSE period-file
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO period-count
               MOVE period-count TO period-found-index
               MOVE period-month TO period-tbl-month(period-count)
           END-IF
           MOVE period-action TO period-tbl-action(period-found-index).
       1305-EXIT.
           EXIT.

       1310-FIND-PERIOD.
           MOVE ZERO TO period-found-index
           MOVE 1 TO period-index
           PERFORM 1315-SCAN-PERIOD-TABLE
               UNTIL period-index > period-count
                   OR period-found-index > ZERO.

       1315-SCAN-PERIOD-TABLE.
           IF period-tbl-month(period-index) = period-check-month THEN
               MOVE period-index TO period-found-index
           END-IF
           ADD 1 TO period-index.

       1200-DETERMINE-AUDIT-IDENTITY.
           DISPLAY "USER" UPON ENVIRONMENT-NAME
           ACCEPT audit-user-name FROM ENVIRONMENT-VALUE
           IF audit-user-name = SPACES THEN
               DISPLAY "LOGNAME" UPON ENVIRONMENT-NAME
               ACCEPT audit-user-name FROM ENVIRONMENT-VALUE
           END-IF
           IF audit-user-name = SPACES THEN
               MOVE "UNKNOWN" TO audit-user-name
           END-IF

           DISPLAY "JOB_NAME" UPON ENVIRONMENT-NAME
           ACCEPT audit-job-name FROM ENVIRONMENT-VALUE
           IF audit-job-name = SPACES THEN
               MOVE "CFRESTATE" TO audit-job-name
           END-IF.

       1500-CHECK-RUN-LOCK.
           OPEN INPUT runlock-file
           IF runlock-file-status NOT = "00" THEN
               IF runlock-file-status = "05" THEN
                   CLOSE runlock-file
               END-IF
               GO TO 1500-DONE
           END-IF
           READ runlock-file
               AT END
                   MOVE SPACES TO runlock-record
           END-READ
           CLOSE runlock-file
           PERFORM 1510-JUDGE-LOCK-AGE
           IF lock-age-minutes < stale-lock-minutes THEN
               DISPLAY "cfrestate: a batch run is active: "
                   FUNCTION TRIM(runlock-user) "/"
                   FUNCTION TRIM(runlock-job) " since "
                   runlock-taken-at " on "
                   FUNCTION TRIM(runlock-input)
                   "; restatement refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "cfrestate: stale run lock from " runlock-taken-at
               " ignored".
       1500-DONE.
           EXIT.

       1510-JUDGE-LOCK-AGE.
           ACCEPT now-date-ccyymmdd FROM DATE YYYYMMDD
           ACCEPT now-time-hhmmss FROM TIME
           MOVE SPACES TO lock-date-text
           MOVE runlock-taken-at(1:4) TO lock-date-text(1:4)
           MOVE runlock-taken-at(6:2) TO lock-date-text(5:2)
           MOVE runlock-taken-at(9:2) TO lock-date-text(7:2)
           IF lock-date-text IS NOT NUMERIC OR
                   runlock-taken-at(12:2) IS NOT NUMERIC OR
                   runlock-taken-at(15:2) IS NOT NUMERIC THEN
               MOVE 999999 TO lock-age-minutes
           ELSE
               COMPUTE lock-day-integer = FUNCTION
                   INTEGER-OF-DATE(FUNCTION NUMVAL(lock-date-text))
               COMPUTE now-day-integer = FUNCTION
                   INTEGER-OF-DATE(now-date-ccyymmdd)
               MOVE runlock-taken-at(12:2) TO lock-hh
               MOVE runlock-taken-at(15:2) TO lock-mm
               COMPUTE lock-minutes-of-day
                   = lock-hh * 60 + lock-mm
               COMPUTE now-minutes-of-day
                   = FUNCTION NUMVAL(now-time-hhmmss(1:2)) * 60
                       + FUNCTION NUMVAL(now-time-hhmmss(3:2))
               COMPUTE lock-age-minutes
                   = (now-day-integer - lock-day-integer) * 1440
                       + now-minutes-of-day - lock-minutes-of-day
           END-IF.

      *> ----------------------------------------------------------
      *> One pass over the history.  The key leads with the sensor,
      *> so a unit and date range is a full scan either way.
      *> ----------------------------------------------------------
       3000-RESTATE-HISTORY.
           IF trial-run THEN
               OPEN INPUT history-file
           ELSE
               OPEN I-O history-file
           END-IF
           IF history-file-status NOT = "00" THEN
               DISPLAY "cfrestate: cannot open "
                   FUNCTION TRIM(history-file-path)
                   " (status " history-file-status ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT sensor-file
           IF sensor-file-status = "00" THEN
               SET sensor-file-open TO TRUE
           ELSE
               IF sensor-file-status = "05" THEN
                   CLOSE sensor-file
               END-IF
           END-IF
           IF NOT trial-run THEN
               OPEN EXTEND audit-file
               IF audit-file-status = "05" OR
                       audit-file-status = "35" THEN
                   CLOSE audit-file
                   OPEN OUTPUT audit-file
               END-IF
           END-IF

           IF trial-run THEN
               DISPLAY "CF RESTATEMENT " request-unit " "
                   request-from-date " TO " request-to-date
                   " (TRIAL)"
           ELSE
               DISPLAY "CF RESTATEMENT " request-unit " "
                   request-from-date " TO " request-to-date
           END-IF
           DISPLAY "SENSOR   DATE     TIME   U      VALUE-IN U"
               "       OLD-OUT       NEW-OUT        CHANGE"

           MOVE LOW-VALUES TO history-key
           START history-file KEY NOT LESS history-key
               INVALID KEY
                   SET history-eof TO TRUE
           END-START
           PERFORM 3100-RESTATE-READING THRU 3100-EXIT
               UNTIL history-eof

           CLOSE history-file
           IF sensor-file-open THEN
               CLOSE sensor-file
           END-IF
           IF NOT trial-run THEN
               CLOSE audit-file
           END-IF.

       3100-RESTATE-READING.
      *> Pre-site records read back short; clear the area first.
           MOVE SPACES TO history-record
           READ history-file NEXT
               AT END
                   SET history-eof TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF history-valid-flag NOT = "Y" OR
                   history-unit-in NOT = request-unit THEN
               GO TO 3100-EXIT
           END-IF
           IF history-date < request-from-date OR
                   history-date > request-to-date THEN
               GO TO 3100-EXIT
           END-IF
           MOVE history-date(1:6) TO period-check-month
           PERFORM 1310-FIND-PERIOD
           IF period-found-index > ZERO THEN
               IF period-tbl-closed(period-found-index) THEN
                   ADD 1 TO locked-count
                   GO TO 3100-EXIT
               END-IF
           END-IF
           ADD 1 TO examined-count

           MOVE history-date TO effective-cal-date
           PERFORM 4000-RESOLVE-CAL-OFFSETS
           PERFORM 4100-RESOLVE-SENSOR-OFFSET
           MOVE history-unit-in TO conv-unit
           MOVE history-unit-out TO conv-target-unit
           MOVE history-value-in TO conv-input-value
           MOVE history-sensor-id TO conv-sensor-id
           MOVE resolved-sensor-offset TO conv-sensor-offset
           CALL "cfconv" USING conv-record cal-parameters
           IF NOT conv-valid THEN
               ADD 1 TO failed-count
               DISPLAY "cfrestate: " history-sensor-id " "
                   history-date " " history-time " not converted: "
                   FUNCTION TRIM(conv-error-message)
               GO TO 3100-EXIT
           END-IF
           IF conv-output-value = history-value-out THEN
               ADD 1 TO unchanged-count
               GO TO 3100-EXIT
           END-IF

           MOVE history-value-out TO previous-value-out
           COMPUTE value-change = conv-output-value
               - previous-value-out
           MOVE history-value-in TO value-in-display
           MOVE previous-value-out TO old-out-display
           MOVE conv-output-value TO new-out-display
           MOVE value-change TO change-display
           DISPLAY history-sensor-id " " history-date " "
               history-time " " history-unit-in " "
               value-in-display " " history-unit-out " "
               old-out-display " " new-out-display " "
               change-display
           IF trial-run THEN
               ADD 1 TO restated-count
               ADD value-change TO net-change
               GO TO 3100-EXIT
           END-IF

           ACCEPT current-date-ccyymmdd FROM DATE YYYYMMDD
           ACCEPT current-time-hhmmss FROM TIME
           MOVE conv-output-value TO history-value-out
           MOVE "R" TO history-restated-flag
           MOVE current-date-ccyymmdd TO history-restated-date
           REWRITE history-record
           IF history-file-status NOT = "00" THEN
               DISPLAY "cfrestate: rewrite failed (status "
                   history-file-status ") at " history-key
               ADD 1 TO failed-count
               MOVE 12 TO RETURN-CODE
               GO TO 3100-EXIT
           END-IF
           PERFORM 6000-AUDIT-RESTATEMENT
           ADD 1 TO restated-count
           ADD value-change TO net-change.
       3100-EXIT.
           EXIT.

      *> Entries append in the order they were keyed, not by date,
      *> so every entry is judged; per unit the latest effective
      *> date on or before the reading wins.
       4000-RESOLVE-CAL-OFFSETS.
           MOVE cal-base-c-offset TO cal-c-offset
           MOVE cal-base-f-offset TO cal-f-offset
           MOVE cal-base-k-offset TO cal-k-offset
           IF calhist-count > ZERO THEN
               MOVE ZERO TO cal-best-c-date cal-best-f-date
                   cal-best-k-date
               MOVE 1 TO calhist-scan-index
               PERFORM 4010-JUDGE-CALHIST-ENTRY
                   UNTIL calhist-scan-index > calhist-count
           END-IF.

       4010-JUDGE-CALHIST-ENTRY.
           IF calh-tbl-date(calhist-scan-index)
                   <= effective-cal-date THEN
               EVALUATE calh-tbl-unit(calhist-scan-index)
                   WHEN "C"
                       IF calh-tbl-date(calhist-scan-index)
                               >= cal-best-c-date THEN
                           MOVE calh-tbl-offset(calhist-scan-index)
                               TO cal-c-offset
                           MOVE calh-tbl-date(calhist-scan-index)
                               TO cal-best-c-date
                       END-IF
                   WHEN "F"
                       IF calh-tbl-date(calhist-scan-index)
                               >= cal-best-f-date THEN
                           MOVE calh-tbl-offset(calhist-scan-index)
                               TO cal-f-offset
                           MOVE calh-tbl-date(calhist-scan-index)
                               TO cal-best-f-date
                       END-IF
                   WHEN "K"
                       IF calh-tbl-date(calhist-scan-index)
                               >= cal-best-k-date THEN
                           MOVE calh-tbl-offset(calhist-scan-index)
                               TO cal-k-offset
                           MOVE calh-tbl-date(calhist-scan-index)
                               TO cal-best-k-date
                       END-IF
               END-EVALUATE
           END-IF
           ADD 1 TO calhist-scan-index.

       4100-RESOLVE-SENSOR-OFFSET.
           COMPUTE reading-stamp = history-date * 1000000
               + history-time
           MOVE ZERO TO best-before-stamp best-before-index
               first-after-index
           MOVE 99999999999999 TO first-after-stamp
           MOVE ZERO TO journal-scan-index
           IF journal-count > ZERO THEN
               SEARCH ALL journal-entry
                   WHEN jrnl-tbl-sensor-id(jrnl-tbl-ix)
                           = history-sensor-id
                       SET journal-scan-index TO jrnl-tbl-ix
               END-SEARCH
           END-IF
      *> SEARCH ALL lands on any of the probe's changes; back up to
      *> its first, then walk forward in stamp order to the first
      *> change after the reading.
           IF journal-scan-index > ZERO THEN
               MOVE "N" TO journal-walk-switch
               PERFORM 4105-BACK-TO-FIRST-CHANGE
                   UNTIL journal-walk-done
               MOVE "N" TO journal-walk-switch
               PERFORM 4110-JUDGE-JOURNAL-ENTRY
                   UNTIL journal-walk-done
           END-IF
           EVALUATE TRUE
               WHEN best-before-index > ZERO
                   MOVE jrnl-tbl-after(best-before-index)
                       TO resolved-sensor-offset
               WHEN first-after-index > ZERO
                   MOVE jrnl-tbl-before(first-after-index)
                       TO resolved-sensor-offset
               WHEN OTHER
                   PERFORM 4120-READ-MASTER-OFFSET
           END-EVALUATE.

       4105-BACK-TO-FIRST-CHANGE.
           IF journal-scan-index = 1 THEN
               SET journal-walk-done TO TRUE
           ELSE
               IF jrnl-tbl-sensor-id(journal-scan-index - 1)
                       NOT = history-sensor-id THEN
                   SET journal-walk-done TO TRUE
               ELSE
                   SUBTRACT 1 FROM journal-scan-index
               END-IF
           END-IF.

       4110-JUDGE-JOURNAL-ENTRY.
           IF journal-scan-index > journal-count THEN
               SET journal-walk-done TO TRUE
           ELSE
               IF jrnl-tbl-sensor-id(journal-scan-index)
                       NOT = history-sensor-id THEN
                   SET journal-walk-done TO TRUE
               ELSE
                   IF jrnl-tbl-stamp(journal-scan-index)
                           <= reading-stamp THEN
                       MOVE jrnl-tbl-stamp(journal-scan-index)
                           TO best-before-stamp
                       MOVE journal-scan-index TO best-before-index
                       ADD 1 TO journal-scan-index
                   ELSE
                       MOVE jrnl-tbl-stamp(journal-scan-index)
                           TO first-after-stamp
                       MOVE journal-scan-index TO first-after-index
                       SET journal-walk-done TO TRUE
                   END-IF
               END-IF
           END-IF.

       4120-READ-MASTER-OFFSET.
           MOVE ZERO TO resolved-sensor-offset
           IF sensor-file-open THEN
               MOVE history-sensor-id TO sensor-id
               READ sensor-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE sensor-offset TO resolved-sensor-offset
               END-READ
           END-IF.

      *> ----------------------------------------------------------
      *> The restatement's audit line: the reading as now filed,
      *> under its own reading clock, marked R so the trail's
      *> readers never count it as a second conversion.
      *> ----------------------------------------------------------
       6000-AUDIT-RESTATEMENT.
           PERFORM 6100-BUILD-TIMESTAMP
           MOVE SPACES TO audit-record
           MOVE current-timestamp TO audit-timestamp
           MOVE history-unit-in TO audit-unit-in
           MOVE history-value-in TO audit-value-in
           MOVE history-unit-out TO audit-unit-out
           MOVE history-value-out TO audit-value-out
           MOVE history-valid-flag TO audit-valid-flag
           MOVE audit-user-name TO audit-user
           MOVE audit-job-name TO audit-job
           MOVE history-sensor-id TO audit-sensor-id
           MOVE history-site TO audit-site
           MOVE history-date TO audit-reading-date
           MOVE history-time TO audit-reading-time
           MOVE "R" TO audit-record-type
           WRITE audit-record.

       6100-BUILD-TIMESTAMP.
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

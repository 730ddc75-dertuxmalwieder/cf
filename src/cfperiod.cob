       IDENTIFICATION DIVISION.
       PROGRAM-ID. cfperiod.

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
      *> cfperiod closes and reopens reporting months in the
      *> CFPERIOD.DAT period-control file.  Once a month's figures
      *> have gone out it is closed, and from then on nothing writes
      *> readings or calibration into it: cf holds a reading that
      *> would file there, cfchk's replay leaves it as it stood at
      *> sign-off, cfrestate passes it by and cfcal refuses a change
      *> reaching back into it.  Only a month that has ended can be
      *> closed.  A reopen is the deliberate exception -- it needs a
      *> reason, like the close, and both are logged with the user
      *> and time; -l lists the months closed now and the full log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Append-only.  OPTIONAL so the first close on a box creates
      *> it through the EXTEND/OUTPUT fallback.
           SELECT OPTIONAL period-file
               ASSIGN TO DYNAMIC period-file-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS period-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD period-file.
           COPY periodrec.

       WORKING-STORAGE SECTION.

       01 period-file-path     PIC X(80) VALUE "CFPERIOD.DAT".
       01 period-file-status   PIC X(02).
       01 period-eof-switch    PIC X(01) VALUE "N".
           88 period-eof             VALUE "Y".

       01 argument-count       PIC 9(02) COMP.
       01 argument-index       PIC 9(02) COMP.
       01 work-argument        PIC X(64).
       01 action-code          PIC X(02).
       01 list-count           PIC 9(04) VALUE ZERO.

       01 request-month        PIC 9(06).
       01 request-month-parts REDEFINES request-month.
           05 request-year         PIC 9(04).
           05 request-mm           PIC 9(02).
       01 request-reason       PIC X(50) VALUE SPACES.
       01 reason-pointer       PIC 9(04) COMP.

      *> ----------------------------------------------------------
      *> Each month's standing, built by replaying the log in order:
      *> the latest line for a month decides it.
      *> ----------------------------------------------------------
       01 period-table-area.
           05 period-count        PIC 9(04) COMP VALUE ZERO.
           05 period-limit        PIC 9(04) COMP VALUE 600.
           05 period-entry OCCURS 600.
               10 period-tbl-month    PIC 9(06).
               10 period-tbl-action   PIC X(01).
                   88 period-tbl-closed     VALUE "C".
               10 period-tbl-entered  PIC X(19).
               10 period-tbl-user     PIC X(12).
               10 period-tbl-reason   PIC X(50).
       01 period-index         PIC 9(04) COMP.
       01 period-found-index   PIC 9(04) COMP.

       01 entry-user-name       PIC X(12) VALUE SPACES.
       01 current-date-ccyymmdd PIC 9(08).
       01 current-time-hhmmss   PIC 9(08).
       01 current-timestamp     PIC X(19) VALUE SPACES.

       PROCEDURE DIVISION.
       PERFORM 0000-START.

       0000-USAGE.
           DISPLAY "Usage: cfperiod -c <ccyymm> <reason>"
           DISPLAY "       cfperiod -r <ccyymm> <reason>"
           DISPLAY "       cfperiod -l"
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       0000-START.
           ACCEPT argument-count FROM ARGUMENT-NUMBER
           IF argument-count < 1 THEN
               PERFORM 0000-USAGE
           END-IF

           ACCEPT work-argument FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(work-argument(1:2)) TO action-code

           PERFORM 1000-LOAD-PERIODS

           EVALUATE action-code
               WHEN "-C"
                   PERFORM 2000-TAKE-MONTH-AND-REASON
                   PERFORM 3000-CLOSE-PERIOD
               WHEN "-R"
                   PERFORM 2000-TAKE-MONTH-AND-REASON
                   PERFORM 4000-REOPEN-PERIOD
               WHEN "-L"
                   PERFORM 5000-LIST-PERIODS
               WHEN OTHER
                   PERFORM 0000-USAGE
           END-EVALUATE
           STOP RUN.

      *> A log the program cannot hold whole cannot say which months
      *> are closed, so it stops rather than guess.
       1000-LOAD-PERIODS.
           OPEN INPUT period-file
           IF period-file-status = "00" THEN
               PERFORM 1010-READ-PERIOD THRU 1010-EXIT
                   UNTIL period-eof
               CLOSE period-file
           ELSE
               IF period-file-status = "05" THEN
                   CLOSE period-file
               ELSE
                   DISPLAY "cfperiod: cannot open "
                       FUNCTION TRIM(period-file-path)
                       " (status " period-file-status ")"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1010-READ-PERIOD.
           READ period-file
               AT END
                   SET period-eof TO TRUE
                   GO TO 1010-EXIT
           END-READ
           IF period-month IS NOT NUMERIC THEN
               GO TO 1010-EXIT
           END-IF
           MOVE period-month TO request-month
           PERFORM 1020-FIND-PERIOD
           IF period-found-index = ZERO THEN
               IF period-count >= period-limit THEN
                   DISPLAY "cfperiod: more than " period-limit
                       " months in " FUNCTION TRIM(period-file-path)
                   CLOSE period-file
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO period-count
               MOVE period-count TO period-found-index
               MOVE period-month TO period-tbl-month(period-count)
           END-IF
           MOVE period-action TO period-tbl-action(period-found-index)
           MOVE period-entered
               TO period-tbl-entered(period-found-index)
           MOVE period-user TO period-tbl-user(period-found-index)
           MOVE period-reason TO period-tbl-reason(period-found-index).
       1010-EXIT.
           EXIT.

       1020-FIND-PERIOD.
           MOVE ZERO TO period-found-index
           MOVE 1 TO period-index
           PERFORM 1030-SCAN-PERIOD-TABLE
               UNTIL period-index > period-count
                   OR period-found-index > ZERO.

       1030-SCAN-PERIOD-TABLE.
           IF period-tbl-month(period-index) = request-month THEN
               MOVE period-index TO period-found-index
           END-IF
           ADD 1 TO period-index.

      *> The reason is the rest of the command line, so it need not
      *> be quoted.
       2000-TAKE-MONTH-AND-REASON.
           IF argument-count < 3 THEN
               DISPLAY "cfperiod: a reason is required"
               PERFORM 0000-USAGE
           END-IF
           ACCEPT work-argument FROM ARGUMENT-VALUE
           IF work-argument(1:6) IS NOT NUMERIC OR
                   work-argument(7:1) NOT = SPACE THEN
               DISPLAY "cfperiod: month must be CCYYMM"
               PERFORM 0000-USAGE
           END-IF
           MOVE work-argument(1:6) TO request-month
           IF request-mm < 1 OR request-mm > 12 OR
                   request-year < 1900 THEN
               DISPLAY "cfperiod: " request-month
                   " is not a valid month"
               PERFORM 0000-USAGE
           END-IF
           MOVE SPACES TO request-reason
           MOVE 1 TO reason-pointer
           MOVE 3 TO argument-index
           PERFORM 2010-TAKE-REASON-WORD
               UNTIL argument-index > argument-count
           IF request-reason = SPACES THEN
               DISPLAY "cfperiod: a reason is required"
               PERFORM 0000-USAGE
           END-IF
           PERFORM 1020-FIND-PERIOD.

       2010-TAKE-REASON-WORD.
           ACCEPT work-argument FROM ARGUMENT-VALUE
           IF reason-pointer > 1 AND reason-pointer <= 50 THEN
               STRING " " DELIMITED BY SIZE
                   INTO request-reason
                   WITH POINTER reason-pointer
               END-STRING
           END-IF
           IF reason-pointer <= 50 THEN
               STRING FUNCTION TRIM(work-argument) DELIMITED BY SIZE
                   INTO request-reason
                   WITH POINTER reason-pointer
               END-STRING
           END-IF
           ADD 1 TO argument-index.

      *> A month still in progress cannot have been signed off.
       3000-CLOSE-PERIOD.
           ACCEPT current-date-ccyymmdd FROM DATE YYYYMMDD
           IF request-month >= current-date-ccyymmdd(1:6) THEN
               DISPLAY "cfperiod: " request-month
                   " has not ended; only a past month can be closed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF period-found-index > ZERO THEN
               IF period-tbl-closed(period-found-index) THEN
                   DISPLAY "cfperiod: " request-month
                       " is already closed since "
                       period-tbl-entered(period-found-index)
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 6500-LOG-PERIOD-ACTION
           MOVE "C" TO period-action
           WRITE period-record
           CLOSE period-file
           DISPLAY "cfperiod: " request-month " closed by "
               FUNCTION TRIM(entry-user-name) " at " current-timestamp.

       4000-REOPEN-PERIOD.
           IF period-found-index = ZERO THEN
               DISPLAY "cfperiod: " request-month " is not closed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT period-tbl-closed(period-found-index) THEN
               DISPLAY "cfperiod: " request-month " is not closed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 6500-LOG-PERIOD-ACTION
           MOVE "R" TO period-action
           WRITE period-record
           CLOSE period-file
           DISPLAY "cfperiod: " request-month " REOPENED by "
               FUNCTION TRIM(entry-user-name) " at " current-timestamp
               " -- " FUNCTION TRIM(request-reason).

       5000-LIST-PERIODS.
           DISPLAY "CLOSED PERIODS"
           MOVE 1 TO period-index
           PERFORM 5100-LIST-ONE-CLOSED
               UNTIL period-index > period-count
           IF list-count = ZERO THEN
               DISPLAY "  (none)"
           END-IF
           DISPLAY "PERIOD LOG"
           DISPLAY "MONTH  A ENTERED             USER         REASON"
           MOVE "N" TO period-eof-switch
           OPEN INPUT period-file
           IF period-file-status = "00" THEN
               PERFORM 5200-LIST-ONE-ACTION THRU 5200-EXIT
                   UNTIL period-eof
               CLOSE period-file
           ELSE
               IF period-file-status = "05" THEN
                   CLOSE period-file
               END-IF
               DISPLAY "  (empty)"
           END-IF.

       5100-LIST-ONE-CLOSED.
           IF period-tbl-closed(period-index) THEN
               ADD 1 TO list-count
               DISPLAY "  " period-tbl-month(period-index)
                   " SINCE " period-tbl-entered(period-index)
                   " BY " period-tbl-user(period-index)
           END-IF
           ADD 1 TO period-index.

       5200-LIST-ONE-ACTION.
           READ period-file
               AT END
                   SET period-eof TO TRUE
                   GO TO 5200-EXIT
           END-READ
           DISPLAY period-month " " period-action " " period-entered
               " " period-user " " FUNCTION TRIM(period-reason).
       5200-EXIT.
           EXIT.

      *> Opens the log for the append and fills everything but the
      *> action; a change that cannot be logged is not made.
       6500-LOG-PERIOD-ACTION.
           PERFORM 6000-DETERMINE-ENTRY-IDENTITY
           PERFORM 6100-BUILD-TIMESTAMP
           OPEN EXTEND period-file
           IF period-file-status = "05" OR
                   period-file-status = "35" THEN
               CLOSE period-file
               OPEN OUTPUT period-file
           END-IF
           IF period-file-status NOT = "00" THEN
               DISPLAY "cfperiod: cannot open "
                   FUNCTION TRIM(period-file-path)
                   " (status " period-file-status "); nothing changed"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO period-record
           MOVE request-month TO period-month
           MOVE current-timestamp TO period-entered
           MOVE entry-user-name TO period-user
           MOVE request-reason TO period-reason.

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

      *> per-unit offsets from here by reading date, falling back to
      *> the bare CALPARM.DAT only where no dated entry covers a
      *> unit, so a mid-month change no longer re-derives old
      *> readings with the new offset.  An entry effective in or
      *> before a month closed through cfperiod would re-derive that
      *> signed-off month, so it is refused until the month is
      *> reopened.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS calhist-file-status.

           SELECT OPTIONAL period-file
               ASSIGN TO DYNAMIC period-file-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS period-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD calhist-file.
           COPY calhist.

       FD period-file.
           COPY periodrec.

       WORKING-STORAGE SECTION.

       01 calhist-file-path   PIC X(80) VALUE "CALHIST.DAT".
       01 calhist-eof-switch  PIC X(01) VALUE "N".
           88 calhist-eof           VALUE "Y".

       01 period-file-path    PIC X(80) VALUE "CFPERIOD.DAT".
       01 period-file-status  PIC X(02).
       01 period-eof-switch   PIC X(01) VALUE "N".
           88 period-eof            VALUE "Y".

       01 argument-count      PIC 9(02) COMP.
       01 work-argument       PIC X(64).
       01 action-code         PIC X(02).
           05 force-k-found-sw   PIC X(01) VALUE "N".
               88 force-k-found        VALUE "Y".

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
       01 period-locked-month     PIC 9(06) VALUE ZERO.

       01 prior-offset        PIC S9(3)V9(4) COMP-3 VALUE ZERO.
       01 offset-display      PIC +9(3).9(4).

               STOP RUN
           END-IF

           PERFORM 5500-LOAD-PERIODS
           MOVE 1 TO period-index
           PERFORM 5530-JUDGE-CLOSED-PERIOD
               UNTIL period-index > period-count
           IF period-locked-month > ZERO THEN
               DISPLAY "cfcal: period " period-locked-month
                   " is closed; an offset effective "
                   request-eff-date " would change it"
               DISPLAY "cfcal: reopen it with cfperiod -r first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE request-eff-date TO request-asof-date
           PERFORM 5000-RESOLVE-IN-FORCE
           EVALUATE request-unit
       5100-EXIT.
           EXIT.

      *> A period log too big to hold refuses the entry rather than
      *> let a dropped month read as open.
       5500-LOAD-PERIODS.
           OPEN INPUT period-file
           IF period-file-status = "00" THEN
               PERFORM 5510-READ-PERIOD THRU 5510-EXIT
                   UNTIL period-eof
               CLOSE period-file
           END-IF.

       5510-READ-PERIOD.
           READ period-file
               AT END
                   SET period-eof TO TRUE
                   GO TO 5510-EXIT
           END-READ
           IF period-month IS NOT NUMERIC THEN
               GO TO 5510-EXIT
           END-IF
           MOVE period-month TO period-check-month
           MOVE ZERO TO period-found-index
           MOVE 1 TO period-index
           PERFORM 5520-SCAN-PERIOD-TABLE
               UNTIL period-index > period-count
                   OR period-found-index > ZERO
           IF period-found-index = ZERO THEN
               IF period-count >= period-limit THEN
                   DISPLAY "cfcal: more than " period-limit
                       " months in " FUNCTION TRIM(period-file-path)
                       "; nothing entered"
                   CLOSE period-file
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO period-count
               MOVE period-count TO period-found-index
               MOVE period-month TO period-tbl-month(period-count)
           END-IF
           MOVE period-action TO period-tbl-action(period-found-index).
       5510-EXIT.
           EXIT.

       5520-SCAN-PERIOD-TABLE.
           IF period-tbl-month(period-index) = period-check-month THEN
               MOVE period-index TO period-found-index
           END-IF
           ADD 1 TO period-index.

      *> The latest closed month on or after the effective month is
      *> the one named; reopening it alone is not enough while any
      *> other is still closed, and the next attempt names that one.
       5530-JUDGE-CLOSED-PERIOD.
           IF period-tbl-closed(period-index) AND
                   period-tbl-month(period-index)
                       >= request-eff-date(1:6) AND
                   period-tbl-month(period-index)
                       > period-locked-month THEN
               MOVE period-tbl-month(period-index)
                   TO period-locked-month
           END-IF
           ADD 1 TO period-index.

      *> Same identity resolution the audit trail uses in cf.
       6000-DETERMINE-ENTRY-IDENTITY.
           DISPLAY "USER" UPON ENVIRONMENT-NAME

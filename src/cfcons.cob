
      *> cfcons is the cross-site consolidation report, a sibling of
      *> cfsum: it reads the audit trail and answers "which plant had
      *> the bad night" -- conversions, rejects, readings held for a
      *> closed period and exceptions per originating site and in
      *> total, optionally narrowed to one day's runs.  Lines written
      *> before the site dimension existed (and single-conversion
      *> readings, which have no site) roll up under (NO SITE).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10 cons-tbl-site        PIC X(12).
               10 cons-tbl-converted   PIC 9(08).
               10 cons-tbl-rejected    PIC 9(08).
               10 cons-tbl-held        PIC 9(08).
               10 cons-tbl-exceptions  PIC 9(08).
       01 cons-index             PIC 9(04) COMP.
       01 cons-found-index       PIC 9(04) COMP.

       01 total-converted        PIC 9(08) VALUE ZERO.
       01 total-rejected         PIC 9(08) VALUE ZERO.
       01 total-held             PIC 9(08) VALUE ZERO.
       01 total-exceptions       PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.
                   SET audit-eof TO TRUE
                   GO TO 2000-EXIT
           END-READ
      *> A restatement corrects a reading already counted here.
           IF audit-restatement THEN
               GO TO 2000-EXIT
           END-IF
      *> Same date rebuild cfroll uses on the archive split; a line
      *> whose timestamp does not parse never matches a date filter.
           IF date-filter THEN
               MOVE work-site TO cons-tbl-site(cons-found-index)
               MOVE ZERO TO cons-tbl-converted(cons-found-index)
               MOVE ZERO TO cons-tbl-rejected(cons-found-index)
               MOVE ZERO TO cons-tbl-held(cons-found-index)
               MOVE ZERO TO cons-tbl-exceptions(cons-found-index)
           END-IF
           IF audit-valid-flag = "Y" THEN
               ADD 1 TO cons-tbl-converted(cons-found-index)
               ADD 1 TO total-converted
           ELSE
               IF audit-valid-flag = "H" THEN
                   ADD 1 TO cons-tbl-held(cons-found-index)
                   ADD 1 TO total-held
               ELSE
                   ADD 1 TO cons-tbl-rejected(cons-found-index)
                   ADD 1 TO total-rejected
               END-IF
           END-IF
           IF audit-exception-flag = "Y" THEN
               ADD 1 TO cons-tbl-exceptions(cons-found-index)
               DISPLAY "CF SITE CONSOLIDATION -- "
                   FUNCTION TRIM(audit-log-path)
           END-IF
           DISPLAY "SITE          CONVERTED  REJECTED   HELD       "
               "EXCEPTIONS"
           MOVE 1 TO cons-index
           PERFORM 3100-PRINT-SITE-ROW
               UNTIL cons-index > cons-count
           DISPLAY "TOTAL         " total-converted "   "
               total-rejected "   " total-held "   "
               total-exceptions
           IF cons-count = ZERO THEN
               DISPLAY "cfcons: no audit lines matched"
               MOVE 4 TO RETURN-CODE
           DISPLAY cons-tbl-site(cons-index) "  "
               cons-tbl-converted(cons-index) "   "
               cons-tbl-rejected(cons-index) "   "
               cons-tbl-held(cons-index) "   "
               cons-tbl-exceptions(cons-index)
           ADD 1 TO cons-index.

      *> record in the CFXMTREG.DAT transmission registry, and a
      *> date already cut is refused without an operator -f, exactly
      *> the duplicate-run stance cf takes with CFRUNREG.DAT.
      *> Readings cfrestate corrected after their date went out are
      *> sent on their own with -c: a correction feed for a date
      *> already on the registry, carrying only the readings still
      *> pending correction, each with its reading time so
      *> corporate can match the value it replaces, under a HDR
      *> marked CORR.  Only readings of a site already cut for the
      *> date are corrected; the rest wait for that site's own cut.  Sent corrections -- and restated readings
      *> that go out in a full cut anyway -- are marked corrected
      *> so nothing is sent twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Opened I-O: a cut marks the restated readings it sends.
           SELECT history-file
               ASSIGN TO DYNAMIC history-file-path
               ORGANIZATION INDEXED
           05 xmtreg-file-name     PIC X(40).
           05 FILLER               PIC X(01).
           05 xmtreg-site          PIC X(12).
      *> F for a full cut, C for a correction feed; blank on entries
      *> from before corrections existed, which were all full cuts.
           05 FILLER               PIC X(01).
           05 xmtreg-cut-type      PIC X(01).
               88 xmtreg-correction     VALUE "C".

       WORKING-STORAGE SECTION.


       01 force-cut-switch    PIC X(01) VALUE "N".
           88 force-cut             VALUE "Y".
       01 correction-switch   PIC X(01) VALUE "N".
           88 correction-cut        VALUE "Y".
       01 history-eof-switch  PIC X(01) VALUE "N".
           88 history-eof           VALUE "Y".
       01 xmtreg-eof-switch   PIC X(01) VALUE "N".
           88 duplicate-cut         VALUE "Y".
       01 duplicate-cut-at    PIC X(19) VALUE SPACES.

      *> For a correction feed without -s: the sites whose readings
      *> for the date have gone out in a full cut.  A LOCAL or
      *> blank-site entry sent the whole day, and covers them all.
       01 whole-day-cut-switch PIC X(01) VALUE "N".
           88 whole-day-cut         VALUE "Y".
       01 cut-site-table-area.
           05 cut-site-count      PIC 9(04) COMP VALUE ZERO.
           05 cut-site-limit      PIC 9(04) COMP VALUE 500.
           05 cut-site-entry OCCURS 500.
               10 cut-site-code       PIC X(12).
       01 cut-site-index      PIC 9(04) COMP.
       01 cut-site-search     PIC X(12).
       01 cut-site-found-switch PIC X(01).
           88 cut-site-found        VALUE "Y".
       01 held-count          PIC 9(08) VALUE ZERO.

       01 xmit-count          PIC 9(08) VALUE ZERO.
       01 xmit-hash-total     PIC S9(13)V9(4) COMP-3 VALUE ZERO.
       01 xmit-hash-display   PIC +9(13).9(4).
       01 xmit-value-display  PIC +9(8).9(4).
       01 marked-count        PIC 9(08) VALUE ZERO.

       01 current-date-ccyymmdd PIC 9(08).
       01 current-time-hhmmss   PIC 9(08).
       0000-USAGE.
           DISPLAY "Usage: cfxmit <ccyymmdd> [-o <output-file>] "
               "[-s <site>] [-f]"
           DISPLAY "       cfxmit <ccyymmdd> -c [-o <output-file>] "
               "[-s <site>]"
           MOVE 12 TO RETURN-CODE
           STOP RUN.

           PERFORM 1500-PARSE-OPTIONS
               UNTIL option-index > argument-count

           IF xmit-file-name = SPACES AND correction-cut THEN
               IF site-filter THEN
                   STRING "CFCORR." DELIMITED BY SIZE
                       FUNCTION TRIM(xmit-site) DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       request-date DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                       INTO xmit-file-name
                   END-STRING
               ELSE
                   STRING "CFCORR." DELIMITED BY SIZE
                       request-date DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                       INTO xmit-file-name
                   END-STRING
               END-IF
           END-IF
           IF xmit-file-name = SPACES THEN
               IF site-filter THEN
                   STRING "CFXMIT." DELIMITED BY SIZE
           PERFORM 3000-CUT-TRANSMISSION
           PERFORM 4000-REGISTER-CUT

           IF correction-cut THEN
               DISPLAY "cfxmit: " xmit-count " corrections for "
                   request-date " cut to "
                   FUNCTION TRIM(xmit-file-name)
           ELSE
               DISPLAY "cfxmit: " xmit-count " readings for "
                   request-date " cut to "
                   FUNCTION TRIM(xmit-file-name)
           END-IF
           IF marked-count > ZERO THEN
               DISPLAY "cfxmit: " marked-count
                   " restated readings marked corrected"
           END-IF
           IF held-count > ZERO THEN
               DISPLAY "cfxmit: " held-count
                   " restated readings held for sites not yet cut"
           END-IF
           IF xmit-count = ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF
               WHEN "-F"
                   SET force-cut TO TRUE
                   ADD 1 TO option-index
               WHEN "-C"
                   SET correction-cut TO TRUE
                   ADD 1 TO option-index
               WHEN OTHER
                   ADD 1 TO option-index
           END-EVALUATE.
                   CLOSE xmtreg-file
               END-IF
           END-IF
           IF correction-cut AND NOT site-filter THEN
               IF whole-day-cut OR cut-site-count > ZERO THEN
                   SET duplicate-cut TO TRUE
               END-IF
           END-IF
      *> A correction is the one send a date already cut is owed,
      *> and the only one a date never cut may not have: there is
      *> nothing at corporate yet for it to correct.  With -s the
      *> site must be covered the way 2100 judges a site cut; an
      *> unfiltered one needs some full cut of the date, and sends
      *> only the sites that cut covered.
           IF correction-cut THEN
               IF NOT duplicate-cut THEN
                   DISPLAY "cfxmit: " request-date
                       " has not been cut; nothing to correct"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               PERFORM 2050-JUDGE-DUPLICATE-CUT
           END-IF.

       2050-JUDGE-DUPLICATE-CUT.
           IF duplicate-cut THEN
               IF force-cut THEN
                   DISPLAY "cfxmit: " request-date
      *> an unfiltered cut is blocked by ANY entry for the date,
      *> and a site cut by its own site, a LOCAL whole-day entry,
      *> or a blank-site entry from before sites existed.
      *> A correction entry is not a send of the day's readings;
      *> it neither blocks a cut nor stands in for one.
           IF xmtreg-date NOT = request-date OR
                   xmtreg-correction THEN
               GO TO 2100-EXIT
           END-IF
           IF correction-cut AND NOT site-filter THEN
               PERFORM 2110-NOTE-CUT-SITE
               GO TO 2100-EXIT
           END-IF
           EVALUATE TRUE
       2100-EXIT.
           EXIT.

      *> A whole-day entry ends the search: every site is covered.
       2110-NOTE-CUT-SITE.
           IF xmtreg-site = "LOCAL" OR xmtreg-site = SPACES THEN
               SET whole-day-cut TO TRUE
               SET duplicate-cut TO TRUE
               MOVE xmtreg-cut-at TO duplicate-cut-at
           ELSE
               MOVE xmtreg-site TO cut-site-search
               PERFORM 2120-FIND-CUT-SITE
               IF NOT cut-site-found THEN
                   IF cut-site-count >= cut-site-limit THEN
                       DISPLAY "cfxmit: more than " cut-site-limit
                           " sites cut for " request-date
                           " in " FUNCTION TRIM(xmtreg-file-path)
                           "; correction refused"
                       CLOSE xmtreg-file
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO cut-site-count
                   MOVE xmtreg-site TO cut-site-code(cut-site-count)
               END-IF
           END-IF.

      *> Looks cut-site-search up among the sites already cut.
       2120-FIND-CUT-SITE.
           MOVE "N" TO cut-site-found-switch
           MOVE 1 TO cut-site-index
           PERFORM 2125-SCAN-CUT-SITE
               UNTIL cut-site-index > cut-site-count
                   OR cut-site-found.

       2125-SCAN-CUT-SITE.
           IF cut-site-code(cut-site-index) = cut-site-search THEN
               SET cut-site-found TO TRUE
           END-IF
           ADD 1 TO cut-site-index.

      *> ----------------------------------------------------------
      *> One pass over the history; every valid reading filed under
      *> the requested date goes out as SENSOR UNIT VALUE, the
      *> never measured anything and stay home.
      *> ----------------------------------------------------------
       3000-CUT-TRANSMISSION.
           OPEN I-O history-file
           IF history-file-status NOT = "00" THEN
               DISPLAY "cfxmit: cannot open "
                   FUNCTION TRIM(history-file-path)
           END-IF

           MOVE SPACES TO xmit-record
           IF correction-cut THEN
               STRING "HDR " DELIMITED BY SIZE
                   request-date DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(xmit-site) DELIMITED BY SIZE
                   " CORR" DELIMITED BY SIZE
                   INTO xmit-record
               END-STRING
           ELSE
               STRING "HDR " DELIMITED BY SIZE
                   request-date DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(xmit-site) DELIMITED BY SIZE
                   INTO xmit-record
               END-STRING
           END-IF
           WRITE xmit-record

           MOVE LOW-VALUES TO history-key
           IF site-filter AND history-site NOT = xmit-site THEN
               GO TO 3100-EXIT
           END-IF
           IF correction-cut AND NOT history-restated THEN
               GO TO 3100-EXIT
           END-IF
      *> Corporate never had this site's readings for the date; its
      *> own full cut will send them at their corrected value.
           IF correction-cut AND NOT site-filter AND
                   NOT whole-day-cut THEN
               MOVE history-site TO cut-site-search
               PERFORM 2120-FIND-CUT-SITE
               IF NOT cut-site-found THEN
                   ADD 1 TO held-count
                   GO TO 3100-EXIT
               END-IF
           END-IF
           MOVE history-value-out TO xmit-value-display
           MOVE SPACES TO xmit-record
           IF correction-cut THEN
               STRING history-sensor-id DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   history-unit-out DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   xmit-value-display DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   history-date DELIMITED BY SIZE
                   history-time DELIMITED BY SIZE
                   INTO xmit-record
               END-STRING
           ELSE
               STRING history-sensor-id DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   history-unit-out DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   xmit-value-display DELIMITED BY SIZE
                   INTO xmit-record
               END-STRING
           END-IF
           WRITE xmit-record
           ADD 1 TO xmit-count
           ADD history-value-out TO xmit-hash-total
      *> Sent at its corrected value either way; the correction is
      *> no longer owed.
           IF history-restated THEN
               MOVE "C" TO history-restated-flag
               REWRITE history-record
               IF history-file-status = "00" THEN
                   ADD 1 TO marked-count
               ELSE
                   DISPLAY "cfxmit: cannot mark " history-key
                       " corrected (status " history-file-status ")"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

           MOVE xmit-hash-total TO xmtreg-hash-total
           MOVE xmit-file-name(1:40) TO xmtreg-file-name
           MOVE xmit-site TO xmtreg-site
           IF correction-cut THEN
               MOVE "C" TO xmtreg-cut-type
           ELSE
               MOVE "F" TO xmtreg-cut-type
           END-IF
           WRITE xmtreg-record
           CLOSE xmtreg-file.


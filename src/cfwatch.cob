       IDENTIFICATION DIVISION.
       PROGRAM-ID. cfwatch.

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
      *> cfwatch is run ahead of the nightly window to tell whether
      *> every plant that owes a feed tonight has actually sent one.
      *> CFFEED.DAT is the expected-feed calendar, one line per site:
      *>
      *>     <site> <weekday-mask> <cutoff-hhmm> <input-file-name>
      *>
      *> The mask is seven Y/N flags, Monday first; the cutoff is the
      *> time of day on the delivery date by which the file must have
      *> landed.  The literal CCYYMMDD anywhere in the file name is
      *> replaced by the watch date, so FEED.NORTH.CCYYMMDD.DAT names
      *> a fresh file each night.  Every calendar site must be on the
      *> CFSITE.DAT site master when there is one -- the same stance
      *> 2606-READ-HEADER in cf takes with the HDR site.
      *>
      *> A landed file is held to the same interchange controls cf
      *> will apply: a HDR carrying the calendar's site and the watch
      *> date, and a TRL whose record count and value hash total
      *> match the records between them.  Each due site is reported
      *> RECEIVED, FAILED CONTROL, LATE (landed after the cutoff),
      *> MISSING (cutoff passed, no file) or AWAITED (no file yet,
      *> cutoff still ahead).  The return code is the worst case: 4
      *> for late or awaited feeds, 8 for a missing or failed one, so
      *> the scheduler can hold cfnight or page the plant, and 12 for
      *> a calendar the watch cannot trust.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT feed-file
               ASSIGN TO DYNAMIC feed-file-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS feed-file-status.

           SELECT OPTIONAL site-file
               ASSIGN TO DYNAMIC site-file-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS site-file-status.

           SELECT OPTIONAL batch-input-file
               ASSIGN TO DYNAMIC input-file-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS batch-input-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD feed-file.
       01 feed-record PIC X(100).

       FD site-file.
       01 site-record PIC X(80).

       FD batch-input-file.
       01 batch-input-record PIC X(80).

       WORKING-STORAGE SECTION.

       01 feed-file-path       PIC X(80) VALUE "CFFEED.DAT".
       01 site-file-path       PIC X(80) VALUE "CFSITE.DAT".
       01 input-file-name      PIC X(80) VALUE SPACES.

       01 feed-file-status        PIC X(02).
       01 feed-eof-switch         PIC X(01) VALUE "N".
           88 feed-eof                  VALUE "Y".
       01 site-file-status        PIC X(02).
       01 site-eof-switch         PIC X(01) VALUE "N".
           88 site-eof                  VALUE "Y".
       01 batch-input-file-status PIC X(02).
       01 batch-eof-switch        PIC X(01) VALUE "N".
           88 batch-eof                 VALUE "Y".

       01 argument-count       PIC 9(02) COMP.
       01 work-argument        PIC X(64).

       01 watch-date           PIC 9(08).
       01 watch-weekday        PIC 9(01).
       01 current-date-ccyymmdd PIC 9(08).
       01 current-time-hhmmss   PIC 9(08).
       01 current-hhmm          PIC 9(04).

      *> Site master, loaded the way cf's 1090-LOAD-SITES loads it,
      *> to the same limit.
       01 site-table.
           05 site-count          PIC 9(04) COMP VALUE ZERO.
           05 site-limit          PIC 9(04) COMP VALUE 500.
           05 site-entry OCCURS 500.
               10 site-tbl-code       PIC X(12).
       01 site-index              PIC 9(04) COMP.
       01 site-found-index        PIC 9(04) COMP.
       01 site-code-text          PIC X(16).

      *> One calendar line as split up by 2100-CHECK-ONE-FEED.
       01 feed-area.
           05 feed-site           PIC X(12).
           05 feed-site-text      PIC X(16).
           05 feed-mask           PIC X(08).
           05 feed-cutoff-text    PIC X(08).
           05 feed-cutoff         PIC 9(04).
           05 feed-cutoff-parts REDEFINES feed-cutoff.
               10 feed-cutoff-hh      PIC 9(02).
               10 feed-cutoff-mm      PIC 9(02).
           05 feed-name-text      PIC X(80).
           05 feed-mask-index     PIC 9(02) COMP.
           05 feed-mask-bad-switch PIC X(01).
               88 feed-mask-bad         VALUE "Y".

      *> Interchange controls read back from the landed file; the
      *> same HDR/TRL framing cf's 2606-READ-HEADER and
      *> 2640-BALANCE-TO-TRAILER enforce.
       01 batch-control-area.
           05 control-word            PIC X(04).
           05 control-text-1          PIC X(20).
           05 control-text-2          PIC X(20).
           05 header-date             PIC 9(08) VALUE ZERO.
           05 header-site             PIC X(12) VALUE SPACES.
           05 trailer-seen-switch     PIC X(01) VALUE "N".
               88 trailer-seen              VALUE "Y".
           05 trailer-expected-count  PIC 9(08) VALUE ZERO.
           05 trailer-hash-total      PIC S9(13)V9(4) COMP-3
                                      VALUE ZERO.
           05 batch-hash-total        PIC S9(13)V9(4) COMP-3
                                      VALUE ZERO.
           05 record-count            PIC 9(08) VALUE ZERO.
           05 batch-sensor-id         PIC X(08).
           05 batch-unit              PIC X(01).
           05 batch-value-text        PIC X(16).

      *> File details as CBL_CHECK_FILE_EXIST returns them: binary
      *> size, then day, month, two-byte year, hour, minute, second
      *> and hundredths of the last modification, one byte each.
       01 landed-file-details.
           05 landed-size             PIC X(08).
           05 landed-day              PIC X(01).
           05 landed-month            PIC X(01).
           05 landed-year             PIC X(02).
           05 landed-hour             PIC X(01).
           05 landed-minute           PIC X(01).
           05 landed-second           PIC X(01).
           05 landed-hundredths       PIC X(01).
       01 landed-date             PIC 9(08).
       01 landed-date-parts REDEFINES landed-date.
           05 landed-date-ccyy        PIC 9(04).
           05 landed-date-mm          PIC 9(02).
           05 landed-date-dd          PIC 9(02).
       01 landed-hhmm             PIC 9(04).
       01 landed-hhmm-parts REDEFINES landed-hhmm.
           05 landed-hhmm-hh          PIC 9(02).
           05 landed-hhmm-mm          PIC 9(02).
       01 landed-switch           PIC X(01).
           88 file-landed               VALUE "Y".

       01 delivery-status         PIC X(14).
           88 delivery-received         VALUE "RECEIVED".
           88 delivery-failed           VALUE "FAILED CONTROL".
           88 delivery-late             VALUE "LATE".
           88 delivery-missing          VALUE "MISSING".
           88 delivery-awaited          VALUE "AWAITED".
       01 delivery-note           PIC X(50).
       01 arrival-display         PIC X(13).
       01 records-display         PIC Z(7)9.

       01 watch-totals.
           05 due-count           PIC 9(04) VALUE ZERO.
           05 received-count      PIC 9(04) VALUE ZERO.
           05 failed-count        PIC 9(04) VALUE ZERO.
           05 late-count          PIC 9(04) VALUE ZERO.
           05 missing-count       PIC 9(04) VALUE ZERO.
           05 awaited-count       PIC 9(04) VALUE ZERO.
           05 not-due-count       PIC 9(04) VALUE ZERO.
           05 calendar-error-count PIC 9(04) VALUE ZERO.
       01 worst-return-code       PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       PERFORM 0000-START.

       0000-USAGE.
           DISPLAY "Usage: cfwatch [<ccyymmdd>]"
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       0000-START.
           ACCEPT current-date-ccyymmdd FROM DATE YYYYMMDD
           ACCEPT current-time-hhmmss FROM TIME
           MOVE current-time-hhmmss(1:4) TO current-hhmm
           MOVE current-date-ccyymmdd TO watch-date
           ACCEPT argument-count FROM ARGUMENT-NUMBER
           IF argument-count > 1 THEN
               PERFORM 0000-USAGE
           END-IF
           IF argument-count = 1 THEN
               ACCEPT work-argument FROM ARGUMENT-VALUE
               IF work-argument(1:8) IS NOT NUMERIC OR
                       work-argument(9:1) NOT = SPACE THEN
                   DISPLAY "cfwatch: watch date must be CCYYMMDD"
                   PERFORM 0000-USAGE
               END-IF
               MOVE work-argument(1:8) TO watch-date
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(watch-date) NOT = ZERO THEN
               DISPLAY "cfwatch: " watch-date " is not a valid date"
               PERFORM 0000-USAGE
           END-IF
      *> Day 1 of the integer calendar, 1 January 1601, was a Monday,
      *> which is where the calendar mask starts.
           COMPUTE watch-weekday = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(watch-date) - 1, 7) + 1

           PERFORM 1000-LOAD-SITES
           OPEN INPUT feed-file
           IF feed-file-status NOT = "00" THEN
               DISPLAY "cfwatch: cannot open "
                   FUNCTION TRIM(feed-file-path)
                   " (status " feed-file-status ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "CF FEED WATCH " watch-date " AT "
               current-date-ccyymmdd " " current-hhmm
           DISPLAY "SITE         CUTOFF STATUS         ARRIVED      "
               "   RECORDS FILE / NOTE"
           PERFORM 2000-CHECK-ONE-FEED THRU 2000-EXIT
               UNTIL feed-eof
           CLOSE feed-file

           DISPLAY "FEEDS DUE " due-count ", RECEIVED " received-count
               ", FAILED CONTROL " failed-count ", LATE " late-count
               ", MISSING " missing-count ", AWAITED " awaited-count
               ", NOT DUE " not-due-count
           IF calendar-error-count > ZERO THEN
               DISPLAY "cfwatch: " calendar-error-count
                   " calendar line(s) refused; fix "
                   FUNCTION TRIM(feed-file-path)
               MOVE 12 TO worst-return-code
           END-IF
           IF due-count = ZERO AND calendar-error-count = ZERO THEN
               DISPLAY "cfwatch: no feeds due on " watch-date
           END-IF
           MOVE worst-return-code TO RETURN-CODE
           STOP RUN.

       1000-LOAD-SITES.
           OPEN INPUT site-file
           IF site-file-status = "00" THEN
               PERFORM 1010-READ-SITE THRU 1010-EXIT
                   UNTIL site-eof
               CLOSE site-file
           END-IF.

       1010-READ-SITE.
           READ site-file
               AT END
                   SET site-eof TO TRUE
                   GO TO 1010-EXIT
           END-READ
           IF site-record = SPACES THEN
               GO TO 1010-EXIT
           END-IF
      *> Sites dropped off the table would all read as unknown;
      *> like cf, refuse rather than report them wrong.
           IF site-count >= site-limit THEN
               DISPLAY "cfwatch: more than " site-limit
                   " entries in " FUNCTION TRIM(site-file-path)
                   "; watch refused"
               CLOSE site-file
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO site-code-text
           UNSTRING site-record DELIMITED BY ALL SPACE
               INTO site-code-text
           END-UNSTRING
           ADD 1 TO site-count
           MOVE FUNCTION UPPER-CASE(site-code-text(1:12))
               TO site-tbl-code(site-count).
       1010-EXIT.
           EXIT.

       1020-SCAN-SITE-TABLE.
           IF site-tbl-code(site-index) = feed-site THEN
               MOVE site-index TO site-found-index
           END-IF
           ADD 1 TO site-index.

      *> A calendar line that cannot be trusted is reported and
      *> counted, never guessed at: a wrong mask or cutoff would
      *> report a plant missing (or worse, received) on the wrong
      *> night.
       2000-CHECK-ONE-FEED.
           READ feed-file
               AT END
                   SET feed-eof TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF feed-record = SPACES THEN
               GO TO 2000-EXIT
           END-IF
           MOVE SPACES TO feed-site-text feed-mask feed-cutoff-text
               feed-name-text
           UNSTRING feed-record DELIMITED BY ALL SPACE
               INTO feed-site-text feed-mask feed-cutoff-text
                   feed-name-text
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(feed-site-text(1:12))
               TO feed-site
           MOVE FUNCTION UPPER-CASE(feed-mask) TO feed-mask

           MOVE "N" TO feed-mask-bad-switch
           IF feed-mask(8:1) NOT = SPACE THEN
               SET feed-mask-bad TO TRUE
           END-IF
           MOVE 1 TO feed-mask-index
           PERFORM 2010-CHECK-MASK-FLAG
               UNTIL feed-mask-index > 7
           IF feed-mask-bad THEN
               DISPLAY "cfwatch: " FUNCTION TRIM(feed-site)
                   " weekday mask " FUNCTION TRIM(feed-mask)
                   " is not seven Y/N flags"
               ADD 1 TO calendar-error-count
               GO TO 2000-EXIT
           END-IF
           IF feed-cutoff-text(1:4) IS NOT NUMERIC OR
                   feed-cutoff-text(5:1) NOT = SPACE THEN
               DISPLAY "cfwatch: " FUNCTION TRIM(feed-site)
                   " cutoff " FUNCTION TRIM(feed-cutoff-text)
                   " is not HHMM"
               ADD 1 TO calendar-error-count
               GO TO 2000-EXIT
           END-IF
           MOVE feed-cutoff-text(1:4) TO feed-cutoff
           IF feed-cutoff-hh > 23 OR feed-cutoff-mm > 59 THEN
               DISPLAY "cfwatch: " FUNCTION TRIM(feed-site)
                   " cutoff " feed-cutoff " is not a time of day"
               ADD 1 TO calendar-error-count
               GO TO 2000-EXIT
           END-IF
           IF feed-name-text = SPACES THEN
               DISPLAY "cfwatch: " FUNCTION TRIM(feed-site)
                   " has no input file name"
               ADD 1 TO calendar-error-count
               GO TO 2000-EXIT
           END-IF
           IF site-count > ZERO THEN
               MOVE ZERO TO site-found-index
               MOVE 1 TO site-index
               PERFORM 1020-SCAN-SITE-TABLE
                   UNTIL site-index > site-count
                       OR site-found-index > ZERO
               IF site-found-index = ZERO THEN
                   DISPLAY "cfwatch: calendar site "
                       FUNCTION TRIM(feed-site)
                       " not on site master"
                   ADD 1 TO calendar-error-count
                   GO TO 2000-EXIT
               END-IF
           END-IF

           IF feed-mask(watch-weekday:1) NOT = "Y" THEN
               ADD 1 TO not-due-count
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO due-count
           MOVE feed-name-text TO input-file-name
           INSPECT input-file-name
               REPLACING ALL "CCYYMMDD" BY watch-date
           MOVE SPACES TO delivery-note arrival-display
           MOVE ZERO TO records-display

           PERFORM 2100-CHECK-LANDED-FILE THRU 2100-EXIT
           PERFORM 2900-REPORT-DELIVERY.
       2000-EXIT.
           EXIT.

       2010-CHECK-MASK-FLAG.
           IF feed-mask(feed-mask-index:1) NOT = "Y" AND
                   feed-mask(feed-mask-index:1) NOT = "N" THEN
               SET feed-mask-bad TO TRUE
           END-IF
           ADD 1 TO feed-mask-index.

      *> No file: missing once the cutoff on the delivery date has
      *> gone by (or the date itself has), awaited until then.  A
      *> landed file is read through once for its controls; only a
      *> file that passes them is judged on its arrival time.
       2100-CHECK-LANDED-FILE.
           MOVE "N" TO landed-switch
           CALL "CBL_CHECK_FILE_EXIST" USING input-file-name
               landed-file-details
           IF RETURN-CODE = ZERO THEN
               SET file-landed TO TRUE
           END-IF
           MOVE ZERO TO RETURN-CODE
           IF NOT file-landed THEN
               IF watch-date < current-date-ccyymmdd OR
                       (watch-date = current-date-ccyymmdd AND
                        current-hhmm > feed-cutoff) THEN
                   SET delivery-missing TO TRUE
                   MOVE "NO FILE BY CUTOFF" TO delivery-note
               ELSE
                   SET delivery-awaited TO TRUE
                   MOVE "CUTOFF NOT YET PASSED" TO delivery-note
               END-IF
               GO TO 2100-EXIT
           END-IF

           COMPUTE landed-date-ccyy
               = (FUNCTION ORD(landed-year(1:1)) - 1) * 256
                   + FUNCTION ORD(landed-year(2:1)) - 1
           COMPUTE landed-date-mm = FUNCTION ORD(landed-month) - 1
           COMPUTE landed-date-dd = FUNCTION ORD(landed-day) - 1
           COMPUTE landed-hhmm-hh = FUNCTION ORD(landed-hour) - 1
           COMPUTE landed-hhmm-mm = FUNCTION ORD(landed-minute) - 1
           STRING landed-date DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               landed-hhmm DELIMITED BY SIZE
               INTO arrival-display
           END-STRING

           PERFORM 2200-READ-CONTROLS THRU 2200-EXIT
           IF delivery-failed THEN
               GO TO 2100-EXIT
           END-IF
           IF landed-date > watch-date OR
                   (landed-date = watch-date AND
                    landed-hhmm > feed-cutoff) THEN
               SET delivery-late TO TRUE
               MOVE "LANDED AFTER CUTOFF" TO delivery-note
           ELSE
               SET delivery-received TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

      *> The same controls cf applies when it runs the file: a HDR
      *> first, dated the delivery date and naming the calendar's
      *> site, and a TRL whose count and hash total cover every
      *> record read before it.
       2200-READ-CONTROLS.
           MOVE SPACES TO delivery-status
           MOVE ZERO TO record-count batch-hash-total
               trailer-expected-count trailer-hash-total header-date
           MOVE SPACES TO header-site
           MOVE "N" TO trailer-seen-switch batch-eof-switch
           OPEN INPUT batch-input-file
           IF batch-input-file-status NOT = "00" THEN
               SET delivery-failed TO TRUE
               STRING "CANNOT OPEN (STATUS " DELIMITED BY SIZE
                   batch-input-file-status DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO delivery-note
               END-STRING
               GO TO 2200-EXIT
           END-IF
           READ batch-input-file
               AT END
                   SET batch-eof TO TRUE
           END-READ
           IF batch-eof OR batch-input-record(1:4) NOT = "HDR " THEN
               SET delivery-failed TO TRUE
               MOVE "NO HDR RECORD" TO delivery-note
               CLOSE batch-input-file
               GO TO 2200-EXIT
           END-IF
           MOVE SPACES TO control-text-1 control-text-2
           UNSTRING batch-input-record DELIMITED BY ALL SPACE
               INTO control-word control-text-1 control-text-2
           END-UNSTRING
           MOVE FUNCTION NUMVAL(control-text-1) TO header-date
           MOVE FUNCTION UPPER-CASE(control-text-2(1:12))
               TO header-site

           PERFORM 2210-READ-BATCH-RECORD THRU 2210-EXIT
               UNTIL batch-eof
           CLOSE batch-input-file
           MOVE record-count TO records-display

           EVALUATE TRUE
               WHEN header-site NOT = feed-site
                   SET delivery-failed TO TRUE
                   STRING "HDR SITE " DELIMITED BY SIZE
                       header-site DELIMITED BY SPACE
                       " IS NOT " DELIMITED BY SIZE
                       feed-site DELIMITED BY SPACE
                       INTO delivery-note
                   END-STRING
               WHEN header-date NOT = watch-date
                   SET delivery-failed TO TRUE
                   STRING "HDR DATED " DELIMITED BY SIZE
                       header-date DELIMITED BY SIZE
                       INTO delivery-note
                   END-STRING
               WHEN NOT trailer-seen
                   SET delivery-failed TO TRUE
                   MOVE "NO TRL RECORD" TO delivery-note
               WHEN trailer-expected-count NOT = record-count
                   SET delivery-failed TO TRUE
                   STRING "TRL DECLARES " DELIMITED BY SIZE
                       trailer-expected-count DELIMITED BY SIZE
                       " RECORDS" DELIMITED BY SIZE
                       INTO delivery-note
                   END-STRING
               WHEN trailer-hash-total NOT = batch-hash-total
                   SET delivery-failed TO TRUE
                   MOVE "TRL HASH TOTAL DOES NOT MATCH"
                       TO delivery-note
           END-EVALUATE.
       2200-EXIT.
           EXIT.

       2210-READ-BATCH-RECORD.
           READ batch-input-file
               AT END
                   SET batch-eof TO TRUE
                   GO TO 2210-EXIT
           END-READ
           IF batch-input-record(1:4) = "TRL " THEN
               SET trailer-seen TO TRUE
               MOVE SPACES TO control-text-1 control-text-2
               UNSTRING batch-input-record DELIMITED BY ALL SPACE
                   INTO control-word control-text-1 control-text-2
               END-UNSTRING
               MOVE FUNCTION NUMVAL(control-text-1)
                   TO trailer-expected-count
               MOVE FUNCTION NUMVAL(control-text-2)
                   TO trailer-hash-total
               SET batch-eof TO TRUE
               GO TO 2210-EXIT
           END-IF
           ADD 1 TO record-count
           MOVE SPACES TO batch-value-text
           UNSTRING batch-input-record DELIMITED BY ALL SPACE
               INTO batch-sensor-id batch-unit batch-value-text
           END-UNSTRING
           ADD FUNCTION NUMVAL(batch-value-text) TO batch-hash-total.
       2210-EXIT.
           EXIT.

       2900-REPORT-DELIVERY.
           EVALUATE TRUE
               WHEN delivery-received
                   ADD 1 TO received-count
               WHEN delivery-failed
                   ADD 1 TO failed-count
                   MOVE 8 TO worst-return-code
               WHEN delivery-late
                   ADD 1 TO late-count
                   IF worst-return-code < 4 THEN
                       MOVE 4 TO worst-return-code
                   END-IF
               WHEN delivery-missing
                   ADD 1 TO missing-count
                   MOVE 8 TO worst-return-code
               WHEN delivery-awaited
                   ADD 1 TO awaited-count
                   IF worst-return-code < 4 THEN
                       MOVE 4 TO worst-return-code
                   END-IF
           END-EVALUATE
           DISPLAY feed-site " " feed-cutoff "   " delivery-status
               " " arrival-display " " records-display " "
               FUNCTION TRIM(input-file-name)
           IF delivery-note NOT = SPACES THEN
               DISPLAY "             "
                   FUNCTION TRIM(delivery-note)
           END-IF.

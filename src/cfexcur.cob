       IDENTIFICATION DIVISION.
       PROGRAM-ID. cfexcur.

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

      *> cfexcur answers QA's product-disposition question -- how
      *> long was it out, and how far -- from the CFEXCUR.DAT
      *> register the batch run keeps: every excursion open at any
      *> point in a date range, with its start and end, duration,
      *> peak reading and how far past the breached limit that peak
      *> went.  An event still open is listed with the time of its
      *> latest out-of-band reading and the duration so far.  A site
      *> narrows the listing to one plant.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT excur-file
               ASSIGN TO DYNAMIC excur-file-path
               ORGANIZATION INDEXED
               ACCESS SEQUENTIAL
               RECORD KEY excur-key
               FILE STATUS excur-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD excur-file.
           COPY excurrec.

       WORKING-STORAGE SECTION.

       01 excur-file-path    PIC X(80) VALUE "CFEXCUR.DAT".
       01 excur-file-status  PIC X(02).
       01 excur-eof-switch   PIC X(01) VALUE "N".
           88 excur-eof            VALUE "Y".

       01 argument-count     PIC 9(02) COMP.
       01 work-argument      PIC X(64).

       01 from-date          PIC 9(08) VALUE ZERO.
       01 to-date            PIC 9(08) VALUE ZERO.
       01 site-filter        PIC X(12) VALUE SPACES.
       01 event-reach-date   PIC 9(08).

       01 listed-count       PIC 9(08) VALUE ZERO.
       01 open-count         PIC 9(08) VALUE ZERO.
       01 closed-count       PIC 9(08) VALUE ZERO.
       01 longest-minutes    PIC 9(08) VALUE ZERO.
       01 duration-hours     PIC 9(06).
       01 duration-minutes   PIC 9(02).
       01 duration-display.
           05 duration-hours-edit   PIC Z(5)9.
           05 FILLER                PIC X(01) VALUE ":".
           05 duration-minutes-edit PIC 9(02).
       01 reach-display      PIC X(15).
       01 peak-display       PIC +Z(6)9.9999.
       01 deviation-display  PIC Z(6)9.9999.
       01 limit-display      PIC +Z(6)9.9999.
       01 status-display     PIC X(06).
       01 readings-display   PIC Z(7)9.

       PROCEDURE DIVISION.
       PERFORM 0000-START.

       0000-USAGE.
           DISPLAY "Usage: cfexcur <from-ccyymmdd> [<to-ccyymmdd>] "
               "[<site>]"
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       0000-START.
           ACCEPT argument-count FROM ARGUMENT-NUMBER
           IF argument-count < 1 THEN
               PERFORM 0000-USAGE
           END-IF
           ACCEPT work-argument FROM ARGUMENT-VALUE
           IF work-argument(1:8) IS NOT NUMERIC OR
                   work-argument(9:1) NOT = SPACE THEN
               DISPLAY "cfexcur: from date must be CCYYMMDD"
               PERFORM 0000-USAGE
           END-IF
           MOVE work-argument(1:8) TO from-date
           ACCEPT to-date FROM DATE YYYYMMDD
           IF argument-count >= 2 THEN
               ACCEPT work-argument FROM ARGUMENT-VALUE
               IF work-argument(1:8) IS NOT NUMERIC OR
                       work-argument(9:1) NOT = SPACE THEN
                   DISPLAY "cfexcur: to date must be CCYYMMDD"
                   PERFORM 0000-USAGE
               END-IF
               MOVE work-argument(1:8) TO to-date
           END-IF
           IF argument-count >= 3 THEN
               ACCEPT work-argument FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE(work-argument(1:12))
                   TO site-filter
           END-IF
           IF from-date > to-date THEN
               DISPLAY "cfexcur: from date " from-date
                   " is after to date " to-date
               PERFORM 0000-USAGE
           END-IF

           OPEN INPUT excur-file
           IF excur-file-status NOT = "00" THEN
               DISPLAY "cfexcur: cannot open "
                   FUNCTION TRIM(excur-file-path)
                   " (status " excur-file-status ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF site-filter = SPACES THEN
               DISPLAY "CF EXCURSION REGISTER " from-date " TO "
                   to-date
           ELSE
               DISPLAY "CF EXCURSION REGISTER " from-date " TO "
                   to-date " SITE " FUNCTION TRIM(site-filter)
           END-IF
           DISPLAY "SENSOR   SITE         U STATUS START"
               "           END                DURATION"
               "         PEAK      OVER  LIMIT          READINGS"

           PERFORM 2000-LIST-ONE-EXCURSION THRU 2000-EXIT
               UNTIL excur-eof
           CLOSE excur-file

           COMPUTE duration-hours = longest-minutes / 60
           COMPUTE duration-minutes
               = longest-minutes - duration-hours * 60
           MOVE duration-hours TO duration-hours-edit
           MOVE duration-minutes TO duration-minutes-edit
           DISPLAY "EXCURSIONS LISTED " listed-count ", OPEN "
               open-count ", CLOSED " closed-count
               ", LONGEST " FUNCTION TRIM(duration-display)
      *> A spell still open is a probe out of band right now; the
      *> scheduler sees it the way cfrej's worklist is seen.
           IF open-count > ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> An event belongs in the range when it started on or before
      *> the range's last day and was still going on or after its
      *> first: closed on or after the from date, or not closed yet.
       2000-LIST-ONE-EXCURSION.
           READ excur-file NEXT
               AT END
                   SET excur-eof TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF excur-start-date > to-date THEN
               GO TO 2000-EXIT
           END-IF
           IF excur-open THEN
               MOVE excur-last-date TO event-reach-date
           ELSE
               MOVE excur-end-date TO event-reach-date
           END-IF
           IF excur-closed AND event-reach-date < from-date THEN
               GO TO 2000-EXIT
           END-IF
           IF site-filter NOT = SPACES AND
                   excur-site NOT = site-filter THEN
               GO TO 2000-EXIT
           END-IF

           ADD 1 TO listed-count
           IF excur-open THEN
               ADD 1 TO open-count
               MOVE "OPEN" TO status-display
               MOVE SPACES TO reach-display
               STRING excur-last-date DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   excur-last-time DELIMITED BY SIZE
                   INTO reach-display
               END-STRING
           ELSE
               ADD 1 TO closed-count
               MOVE "CLOSED" TO status-display
               MOVE SPACES TO reach-display
               STRING excur-end-date DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   excur-end-time DELIMITED BY SIZE
                   INTO reach-display
               END-STRING
           END-IF
           IF excur-duration-minutes > longest-minutes THEN
               MOVE excur-duration-minutes TO longest-minutes
           END-IF
           COMPUTE duration-hours = excur-duration-minutes / 60
           COMPUTE duration-minutes
               = excur-duration-minutes - duration-hours * 60
           MOVE duration-hours TO duration-hours-edit
           MOVE duration-minutes TO duration-minutes-edit
           MOVE excur-peak-value TO peak-display
           MOVE excur-peak-deviation TO deviation-display
           IF excur-peak-high THEN
               MOVE excur-band-high TO limit-display
           ELSE
               MOVE excur-band-low TO limit-display
           END-IF
           MOVE excur-reading-count TO readings-display
           DISPLAY excur-sensor-id " " excur-site " " excur-unit " "
               status-display " " excur-start-date " "
               excur-start-time " " reach-display " "
               duration-display " " peak-display " "
               deviation-display " " excur-peak-direction " "
               limit-display " " readings-display.
       2000-EXIT.
           EXIT.

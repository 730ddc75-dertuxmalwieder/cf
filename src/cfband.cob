       IDENTIFICATION DIVISION.
       PROGRAM-ID. cfband.

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
      *> cfband maintains the two screening files cf loads at
      *> startup, a sibling of cfsens and cfcal: the CFALARM.DAT
      *> alarm bands (KEY LOW HIGH) and the CFDELTA.DAT plausibility
      *> limits (KEY MAX-DELTA STUCK-COUNT).  A key is a sensor ID,
      *> which must be on the SENSMAST.DAT sensor master, or a bare
      *> unit letter C, F or K.  An entry is refused unless its
      *> limits are numbers, a band's low sits below its high, a
      *> jump limit is not negative and a stuck count is a whole
      *> number of runs.  A key may appear once per file: cf takes
      *> the first entry and quietly ignores the rest, so a second
      *> one is never what anybody meant.
      *>
      *> Every add, change and delete is journaled to CFBANDJ.DAT
      *> with the entry's before and after values, the user and the
      *> time; -h reads the journal back.  -v validates both files
      *> as they stand, hand edits and all, and lists every problem
      *> with its line number, so a bad band is caught before the
      *> nightly chain rather than after it.
      *>
      *> A change rewrites the file whole from the copy held here;
      *> lines the change does not touch are written back verbatim.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The alarm or delta file, whichever the command names.
      *> OPTIONAL so the first add on a box creates it.
           SELECT OPTIONAL band-file
               ASSIGN TO DYNAMIC band-file-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS band-file-status.

           SELECT OPTIONAL sensor-file
               ASSIGN TO DYNAMIC sensor-file-path
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY sensor-id
               FILE STATUS sensor-file-status.

      *> Append-only change journal, created by the EXTEND/OUTPUT
      *> fallback the first time a change is made.
           SELECT OPTIONAL bandjrnl-file
               ASSIGN TO DYNAMIC bandjrnl-file-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS bandjrnl-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD band-file.
       01 band-record PIC X(80).

       FD sensor-file.
           COPY sensrec.

       FD bandjrnl-file.
           COPY bandjrnl.

       WORKING-STORAGE SECTION.

       01 alarm-file-path      PIC X(80) VALUE "CFALARM.DAT".
       01 delta-file-path      PIC X(80) VALUE "CFDELTA.DAT".
       01 band-file-path       PIC X(80) VALUE SPACES.
       01 sensor-file-path     PIC X(80) VALUE "SENSMAST.DAT".
       01 bandjrnl-file-path   PIC X(80) VALUE "CFBANDJ.DAT".

       01 band-file-status     PIC X(02).
       01 band-eof-switch      PIC X(01) VALUE "N".
           88 band-eof               VALUE "Y".
       01 sensor-file-status   PIC X(02).
       01 sensor-open-switch   PIC X(01) VALUE "N".
           88 sensor-file-open       VALUE "Y".
       01 bandjrnl-file-status PIC X(02).
       01 bandjrnl-eof-switch  PIC X(01) VALUE "N".
           88 bandjrnl-eof           VALUE "Y".

       01 argument-count       PIC 9(02) COMP.
       01 work-argument        PIC X(64).
       01 action-code          PIC X(02).
       01 band-type            PIC X(05).
           88 band-alarm             VALUE "ALARM".
           88 band-delta             VALUE "DELTA".
       01 list-count           PIC 9(04) VALUE ZERO.
       01 history-key          PIC X(08) VALUE SPACES.

      *> ----------------------------------------------------------
      *> The whole of one screening file, line for line, so a change
      *> can be written back around the lines it leaves alone.
      *> Blank lines are kept too; their place in the table is their
      *> line number in the file.
      *> ----------------------------------------------------------
       01 band-table-area.
           05 band-line-count     PIC 9(04) COMP VALUE ZERO.
           05 band-line-limit     PIC 9(04) COMP VALUE 5000.
           05 band-line OCCURS 5000.
               10 band-tbl-text       PIC X(80).
               10 band-tbl-key        PIC X(08).
               10 band-tbl-state      PIC X(01).
                   88 band-tbl-dropped      VALUE "D".
       01 band-index           PIC 9(04) COMP.
       01 band-scan-index      PIC 9(04) COMP.
       01 match-count          PIC 9(04) COMP.
       01 match-index          PIC 9(04) COMP.
       01 first-index          PIC 9(04) COMP.
       01 line-number-display  PIC Z(3)9.
       01 band-key-text        PIC X(16).
       01 match-display        PIC Z(3)9.

      *> One entry split into its tokens, from the command line or
      *> from a file line.
       01 entry-area.
           05 entry-key-text      PIC X(16).
           05 entry-key           PIC X(08).
           05 entry-value-1-text  PIC X(16).
           05 entry-value-2-text  PIC X(16).
           05 entry-extra-text    PIC X(16).
           05 entry-value-1       PIC S9(8)V9(4) COMP-3.
           05 entry-value-2       PIC S9(8)V9(4) COMP-3.
           05 entry-stuck         PIC 9(04).
           05 entry-values-ok-switch PIC X(01).
               88 entry-values-ok       VALUE "Y".
       01 new-line             PIC X(80).
       01 value-edit           PIC -(8)9.9(4).
       01 stuck-edit           PIC Z(3)9.
       01 after-value-1        PIC X(14).
       01 after-value-2        PIC X(14).

      *> Problems found judging an entry.  In -v every one is listed
      *> against its file and line; a maintenance command lists them
      *> and refuses the change.
       01 problem-area.
           05 problem-text        PIC X(50).
           05 problem-count       PIC 9(04) VALUE ZERO.
           05 file-problem-count  PIC 9(04) VALUE ZERO.
           05 validate-switch     PIC X(01) VALUE "N".
               88 validate-mode         VALUE "Y".

       01 entry-user-name       PIC X(12) VALUE SPACES.
       01 current-date-ccyymmdd PIC 9(08).
       01 current-time-hhmmss   PIC 9(08).
       01 current-timestamp     PIC X(19) VALUE SPACES.

       PROCEDURE DIVISION.
       PERFORM 0000-START.

       0000-USAGE.
           DISPLAY "Usage: cfband -a alarm <key> <low> <high>"
           DISPLAY "       cfband -a delta <key> <max-delta> "
               "[<stuck-count>]"
           DISPLAY "       cfband -c alarm|delta <key> <value> "
               "[<value>]"
           DISPLAY "       cfband -d alarm|delta <key>"
           DISPLAY "       cfband -l [alarm|delta]"
           DISPLAY "       cfband -h [<key>]"
           DISPLAY "       cfband -v"
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       0000-START.
           ACCEPT argument-count FROM ARGUMENT-NUMBER
           IF argument-count < 1 THEN
               PERFORM 0000-USAGE
           END-IF

           ACCEPT work-argument FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(work-argument(1:2)) TO action-code

           EVALUATE action-code
               WHEN "-A"
                   PERFORM 1000-TAKE-ENTRY-ARGUMENTS
                   PERFORM 2000-ADD-ENTRY
               WHEN "-C"
                   PERFORM 1000-TAKE-ENTRY-ARGUMENTS
                   PERFORM 3000-CHANGE-ENTRY
               WHEN "-D"
                   PERFORM 1000-TAKE-ENTRY-ARGUMENTS
                   PERFORM 4000-DELETE-ENTRY
               WHEN "-L"
                   PERFORM 5000-LIST-ENTRIES
               WHEN "-H"
                   PERFORM 8000-LIST-HISTORY
               WHEN "-V"
                   PERFORM 7000-VALIDATE-FILES
               WHEN OTHER
                   PERFORM 0000-USAGE
           END-EVALUATE
           STOP RUN.

      *> ----------------------------------------------------------
      *> -a, -c and -d all name the file and the key; -a and -c
      *> carry the values as well.  The file is loaded and the key's
      *> existing entries counted before any command goes further.
      *> ----------------------------------------------------------
       1000-TAKE-ENTRY-ARGUMENTS.
           IF argument-count < 3 THEN
               PERFORM 0000-USAGE
           END-IF
           ACCEPT work-argument FROM ARGUMENT-VALUE
           PERFORM 1100-SET-BAND-TYPE
           MOVE SPACES TO entry-key-text entry-value-1-text
               entry-value-2-text entry-extra-text
           ACCEPT work-argument FROM ARGUMENT-VALUE
           MOVE work-argument(1:16) TO entry-key-text
           IF argument-count >= 4 THEN
               ACCEPT work-argument FROM ARGUMENT-VALUE
               MOVE work-argument(1:16) TO entry-value-1-text
           END-IF
           IF argument-count >= 5 THEN
               ACCEPT work-argument FROM ARGUMENT-VALUE
               MOVE work-argument(1:16) TO entry-value-2-text
           END-IF
           IF argument-count >= 6 THEN
               ACCEPT work-argument FROM ARGUMENT-VALUE
               MOVE work-argument(1:16) TO entry-extra-text
           END-IF
           MOVE FUNCTION UPPER-CASE(entry-key-text) TO entry-key-text
           MOVE entry-key-text(1:8) TO entry-key
           IF entry-key = SPACES THEN
               PERFORM 0000-USAGE
           END-IF
           PERFORM 1200-LOAD-BAND-FILE
           PERFORM 1300-COUNT-KEY-MATCHES.

       1100-SET-BAND-TYPE.
           MOVE FUNCTION UPPER-CASE(work-argument(1:5)) TO band-type
           EVALUATE TRUE
               WHEN band-alarm AND work-argument(6:1) = SPACE
                   MOVE alarm-file-path TO band-file-path
               WHEN band-delta AND work-argument(6:1) = SPACE
                   MOVE delta-file-path TO band-file-path
               WHEN OTHER
                   DISPLAY "cfband: file must be alarm or delta, got "
                       FUNCTION TRIM(work-argument)
                   PERFORM 0000-USAGE
           END-EVALUATE.

      *> A file too big to hold is refused outright: writing back a
      *> truncated copy would silently drop every entry past the
      *> limit.
       1200-LOAD-BAND-FILE.
           MOVE ZERO TO band-line-count
           MOVE "N" TO band-eof-switch
           OPEN INPUT band-file
           IF band-file-status = "00" THEN
               PERFORM 1210-READ-BAND-LINE THRU 1210-EXIT
                   UNTIL band-eof
               CLOSE band-file
           ELSE
               IF band-file-status = "05" THEN
                   CLOSE band-file
               ELSE
                   DISPLAY "cfband: cannot open "
                       FUNCTION TRIM(band-file-path)
                       " (status " band-file-status ")"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1210-READ-BAND-LINE.
           READ band-file
               AT END
                   SET band-eof TO TRUE
                   GO TO 1210-EXIT
           END-READ
           IF band-line-count >= band-line-limit THEN
               DISPLAY "cfband: " FUNCTION TRIM(band-file-path)
                   " holds more than " band-line-limit
                   " lines; not processed"
               CLOSE band-file
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO band-line-count
           MOVE band-record TO band-tbl-text(band-line-count)
           MOVE SPACE TO band-tbl-state(band-line-count)
           MOVE SPACES TO band-key-text
           UNSTRING band-record DELIMITED BY ALL SPACE
               INTO band-key-text
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(band-key-text(1:8))
               TO band-tbl-key(band-line-count).
       1210-EXIT.
           EXIT.

       1300-COUNT-KEY-MATCHES.
           MOVE ZERO TO match-count match-index
           MOVE 1 TO band-index
           PERFORM 1310-MATCH-ONE-LINE
               UNTIL band-index > band-line-count.

       1310-MATCH-ONE-LINE.
           IF band-tbl-key(band-index) = entry-key THEN
               ADD 1 TO match-count
               IF match-index = ZERO THEN
                   MOVE band-index TO match-index
               END-IF
           END-IF
           ADD 1 TO band-index.

      *> ----------------------------------------------------------
      *> Add: a key already on file is a -c job.
      *> ----------------------------------------------------------
       2000-ADD-ENTRY.
           IF match-count > ZERO THEN
               DISPLAY "cfband: " FUNCTION TRIM(entry-key)
                   " already has an entry in "
                   FUNCTION TRIM(band-file-path) "; use -c to change it"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 5500-JUDGE-REQUESTED-ENTRY
           IF band-line-count >= band-line-limit THEN
               DISPLAY "cfband: " FUNCTION TRIM(band-file-path)
                   " is full at " band-line-limit " lines"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 6200-OPEN-JOURNAL
           ADD 1 TO band-line-count
           MOVE new-line TO band-tbl-text(band-line-count)
           MOVE entry-key TO band-tbl-key(band-line-count)
           MOVE SPACE TO band-tbl-state(band-line-count)
           PERFORM 6500-REWRITE-BAND-FILE

           MOVE SPACES TO bandjrnl-record
           MOVE "A" TO bandjrnl-action
           MOVE after-value-1 TO bandjrnl-after-value-1
           MOVE after-value-2 TO bandjrnl-after-value-2
           PERFORM 6400-WRITE-JOURNAL
           CLOSE bandjrnl-file
           DISPLAY "cfband: " FUNCTION TRIM(band-file-path) " "
               FUNCTION TRIM(new-line) " added".

      *> ----------------------------------------------------------
      *> Change: exactly one entry must be on file.  Where a hand
      *> edit has left the key twice the change is refused -- which
      *> of the two the operator meant to change is not ours to
      *> guess; -d clears them all for a fresh -a.
      *> ----------------------------------------------------------
       3000-CHANGE-ENTRY.
           IF match-count = ZERO THEN
               DISPLAY "cfband: " FUNCTION TRIM(entry-key)
                   " has no entry in " FUNCTION TRIM(band-file-path)
                   "; use -a to add one"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF match-count > 1 THEN
               MOVE match-count TO match-display
               DISPLAY "cfband: " FUNCTION TRIM(entry-key)
                   " appears " FUNCTION TRIM(match-display)
                   " times in "
                   FUNCTION TRIM(band-file-path)
                   "; delete with -d and add it again"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 5500-JUDGE-REQUESTED-ENTRY
           PERFORM 6200-OPEN-JOURNAL
           MOVE SPACES TO bandjrnl-record
           MOVE match-index TO band-index
           PERFORM 6300-JOURNAL-BEFORE-IMAGE
           MOVE new-line TO band-tbl-text(match-index)
           PERFORM 6500-REWRITE-BAND-FILE

           MOVE "C" TO bandjrnl-action
           MOVE after-value-1 TO bandjrnl-after-value-1
           MOVE after-value-2 TO bandjrnl-after-value-2
           PERFORM 6400-WRITE-JOURNAL
           CLOSE bandjrnl-file
           DISPLAY "cfband: " FUNCTION TRIM(band-file-path) " "
               FUNCTION TRIM(new-line) " changed".

      *> ----------------------------------------------------------
      *> Delete: every entry for the key goes, duplicates and all,
      *> each with its own journal line.
      *> ----------------------------------------------------------
       4000-DELETE-ENTRY.
           IF match-count = ZERO THEN
               DISPLAY "cfband: " FUNCTION TRIM(entry-key)
                   " has no entry in " FUNCTION TRIM(band-file-path)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 6200-OPEN-JOURNAL
           MOVE 1 TO band-index
           PERFORM 4100-DROP-ONE-LINE
               UNTIL band-index > band-line-count
           PERFORM 6500-REWRITE-BAND-FILE

           MOVE 1 TO band-index
           PERFORM 4200-JOURNAL-ONE-DROP
               UNTIL band-index > band-line-count
           CLOSE bandjrnl-file
           MOVE match-count TO match-display
           DISPLAY "cfband: " FUNCTION TRIM(entry-key) " deleted from "
               FUNCTION TRIM(band-file-path) " ("
               FUNCTION TRIM(match-display) " entries)".

       4100-DROP-ONE-LINE.
           IF band-tbl-key(band-index) = entry-key THEN
               SET band-tbl-dropped(band-index) TO TRUE
           END-IF
           ADD 1 TO band-index.

       4200-JOURNAL-ONE-DROP.
           IF band-tbl-dropped(band-index) THEN
               MOVE SPACES TO bandjrnl-record
               PERFORM 6300-JOURNAL-BEFORE-IMAGE
               MOVE "D" TO bandjrnl-action
               PERFORM 6400-WRITE-JOURNAL
           END-IF
           ADD 1 TO band-index.

      *> ----------------------------------------------------------
      *> List: the file as cf will read it, with line numbers to
      *> match what -v reports.
      *> ----------------------------------------------------------
       5000-LIST-ENTRIES.
           IF argument-count >= 2 THEN
               ACCEPT work-argument FROM ARGUMENT-VALUE
               PERFORM 1100-SET-BAND-TYPE
               PERFORM 5100-LIST-ONE-FILE
           ELSE
               MOVE "ALARM" TO band-type
               MOVE alarm-file-path TO band-file-path
               PERFORM 5100-LIST-ONE-FILE
               MOVE "DELTA" TO band-type
               MOVE delta-file-path TO band-file-path
               PERFORM 5100-LIST-ONE-FILE
           END-IF.

       5100-LIST-ONE-FILE.
           PERFORM 1200-LOAD-BAND-FILE
           IF band-alarm THEN
               DISPLAY "ALARM BANDS " FUNCTION TRIM(band-file-path)
                   "  (KEY LOW HIGH)"
           ELSE
               DISPLAY "PLAUSIBILITY LIMITS "
                   FUNCTION TRIM(band-file-path)
                   "  (KEY MAX-DELTA STUCK-COUNT)"
           END-IF
           MOVE ZERO TO list-count
           MOVE 1 TO band-index
           PERFORM 5110-LIST-ONE-LINE
               UNTIL band-index > band-line-count
           IF list-count = ZERO THEN
               DISPLAY "  (no entries)"
           END-IF.

       5110-LIST-ONE-LINE.
           IF band-tbl-text(band-index) NOT = SPACES THEN
               ADD 1 TO list-count
               MOVE band-index TO line-number-display
               DISPLAY line-number-display "  "
                   FUNCTION TRIM(band-tbl-text(band-index) TRAILING)
           END-IF
           ADD 1 TO band-index.

      *> ----------------------------------------------------------
      *> A requested entry is judged by the same rules -v applies to
      *> the files, and refused on any problem; a clean one is
      *> rebuilt as the file line cf will read.
      *> ----------------------------------------------------------
       5500-JUDGE-REQUESTED-ENTRY.
           MOVE ZERO TO problem-count
           PERFORM 1400-OPEN-SENSOR-MASTER
           PERFORM 5600-JUDGE-ENTRY THRU 5600-EXIT
           IF sensor-file-open THEN
               CLOSE sensor-file
               MOVE "N" TO sensor-open-switch
           END-IF
           IF problem-count > ZERO THEN
               DISPLAY "cfband: entry refused; "
                   FUNCTION TRIM(band-file-path) " not changed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO after-value-1 after-value-2 new-line
           MOVE entry-value-1 TO value-edit
           MOVE FUNCTION TRIM(value-edit) TO after-value-1
           IF band-alarm THEN
               MOVE entry-value-2 TO value-edit
               MOVE FUNCTION TRIM(value-edit) TO after-value-2
           ELSE
               MOVE entry-stuck TO stuck-edit
               MOVE FUNCTION TRIM(stuck-edit) TO after-value-2
           END-IF
           STRING entry-key DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               after-value-1 DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               after-value-2 DELIMITED BY SPACE
               INTO new-line
           END-STRING.

      *> The master is only read; a box with none cannot vouch for
      *> any sensor key, and every one is reported as a problem.
       1400-OPEN-SENSOR-MASTER.
           MOVE "N" TO sensor-open-switch
           OPEN INPUT sensor-file
           IF sensor-file-status = "00" THEN
               SET sensor-file-open TO TRUE
           ELSE
               IF sensor-file-status = "05" THEN
                   CLOSE sensor-file
               END-IF
           END-IF.

      *> Judges entry-key-text and the value texts for band-type,
      *> noting each problem through 5900-NOTE-PROBLEM.
       5600-JUDGE-ENTRY.
           MOVE "N" TO entry-values-ok-switch
           MOVE ZERO TO entry-value-1 entry-value-2 entry-stuck
           IF entry-key-text(9:1) NOT = SPACE THEN
               MOVE "KEY LONGER THAN 8 CHARACTERS" TO problem-text
               PERFORM 5900-NOTE-PROBLEM
           ELSE
               IF entry-key(2:1) = SPACE THEN
                   IF entry-key NOT = "C" AND entry-key NOT = "F"
                           AND entry-key NOT = "K" THEN
                       MOVE "UNIT KEY MUST BE C, F OR K"
                           TO problem-text
                       PERFORM 5900-NOTE-PROBLEM
                   END-IF
               ELSE
                   PERFORM 5700-CHECK-SENSOR-KEY
               END-IF
           END-IF
           IF entry-extra-text NOT = SPACES THEN
               MOVE "UNEXPECTED TEXT AFTER THE LIMITS" TO problem-text
               PERFORM 5900-NOTE-PROBLEM
           END-IF
           IF band-alarm THEN
               PERFORM 5800-CHECK-ALARM-VALUES THRU 5800-EXIT
           ELSE
               PERFORM 5850-CHECK-DELTA-VALUES THRU 5850-EXIT
           END-IF.
       5600-EXIT.
           EXIT.

       5700-CHECK-SENSOR-KEY.
           IF NOT sensor-file-open THEN
               MOVE "SENSOR MASTER NOT AVAILABLE TO CHECK KEY"
                   TO problem-text
               PERFORM 5900-NOTE-PROBLEM
           ELSE
               MOVE entry-key TO sensor-id
               READ sensor-file
                   INVALID KEY
                       MOVE "SENSOR NOT ON SENSOR MASTER"
                           TO problem-text
                       PERFORM 5900-NOTE-PROBLEM
                   NOT INVALID KEY
                       IF NOT sensor-active THEN
                           MOVE "SENSOR IS DEACTIVATED"
                               TO problem-text
                           PERFORM 5900-NOTE-PROBLEM
                       END-IF
               END-READ
           END-IF.

       5800-CHECK-ALARM-VALUES.
           IF entry-value-1-text = SPACES OR
                   entry-value-2-text = SPACES THEN
               MOVE "BAND NEEDS A LOW AND A HIGH LIMIT"
                   TO problem-text
               PERFORM 5900-NOTE-PROBLEM
               GO TO 5800-EXIT
           END-IF
           IF FUNCTION TEST-NUMVAL(entry-value-1-text) NOT = ZERO THEN
               MOVE "LOW LIMIT IS NOT A NUMBER" TO problem-text
               PERFORM 5900-NOTE-PROBLEM
               GO TO 5800-EXIT
           END-IF
           IF FUNCTION TEST-NUMVAL(entry-value-2-text) NOT = ZERO THEN
               MOVE "HIGH LIMIT IS NOT A NUMBER" TO problem-text
               PERFORM 5900-NOTE-PROBLEM
               GO TO 5800-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(entry-value-1-text) TO entry-value-1
           MOVE FUNCTION NUMVAL(entry-value-2-text) TO entry-value-2
           IF entry-value-1 NOT < entry-value-2 THEN
               MOVE "LOW LIMIT IS NOT BELOW HIGH LIMIT"
                   TO problem-text
               PERFORM 5900-NOTE-PROBLEM
               GO TO 5800-EXIT
           END-IF
           SET entry-values-ok TO TRUE.
       5800-EXIT.
           EXIT.

      *> A zero jump limit or stuck count switches that screen off
      *> for the key, as 2930-CHECK-PLAUSIBILITY in cf reads it; a
      *> missing stuck count is zero.
       5850-CHECK-DELTA-VALUES.
           IF entry-value-1-text = SPACES THEN
               MOVE "LIMIT NEEDS A MAXIMUM JUMP" TO problem-text
               PERFORM 5900-NOTE-PROBLEM
               GO TO 5850-EXIT
           END-IF
           IF FUNCTION TEST-NUMVAL(entry-value-1-text) NOT = ZERO THEN
               MOVE "MAXIMUM JUMP IS NOT A NUMBER" TO problem-text
               PERFORM 5900-NOTE-PROBLEM
               GO TO 5850-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(entry-value-1-text) TO entry-value-1
           IF entry-value-1 < ZERO THEN
               MOVE "MAXIMUM JUMP IS NEGATIVE" TO problem-text
               PERFORM 5900-NOTE-PROBLEM
               GO TO 5850-EXIT
           END-IF
           IF entry-value-2-text = SPACES THEN
               SET entry-values-ok TO TRUE
               GO TO 5850-EXIT
           END-IF
           IF FUNCTION TEST-NUMVAL(entry-value-2-text) NOT = ZERO THEN
               MOVE "STUCK COUNT IS NOT A NUMBER" TO problem-text
               PERFORM 5900-NOTE-PROBLEM
               GO TO 5850-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(entry-value-2-text) TO entry-value-2
           IF entry-value-2 < ZERO OR entry-value-2 > 9999 THEN
               MOVE "STUCK COUNT IS NOT 0 TO 9999" TO problem-text
               PERFORM 5900-NOTE-PROBLEM
               GO TO 5850-EXIT
           END-IF
           MOVE entry-value-2 TO entry-stuck
           IF entry-stuck NOT = entry-value-2 THEN
               MOVE "STUCK COUNT IS NOT A WHOLE NUMBER"
                   TO problem-text
               PERFORM 5900-NOTE-PROBLEM
               GO TO 5850-EXIT
           END-IF
           SET entry-values-ok TO TRUE.
       5850-EXIT.
           EXIT.

       5900-NOTE-PROBLEM.
           ADD 1 TO problem-count
           IF validate-mode THEN
               ADD 1 TO file-problem-count
               MOVE band-index TO line-number-display
               DISPLAY band-type " LINE " line-number-display " "
                   entry-key " " FUNCTION TRIM(problem-text)
           ELSE
               DISPLAY "cfband: " FUNCTION TRIM(entry-key) " "
                   FUNCTION TRIM(problem-text)
           END-IF.

      *> ----------------------------------------------------------
      *> Same identity resolution the audit trail uses in cf.
      *> ----------------------------------------------------------
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

      *> A change that cannot be journaled is not made, the stance
      *> cfsens takes with the sensor master.
       6200-OPEN-JOURNAL.
           OPEN EXTEND bandjrnl-file
           IF bandjrnl-file-status = "05" OR
                   bandjrnl-file-status = "35" THEN
               CLOSE bandjrnl-file
               OPEN OUTPUT bandjrnl-file
           END-IF
           IF bandjrnl-file-status NOT = "00" THEN
               DISPLAY "cfband: cannot open "
                   FUNCTION TRIM(bandjrnl-file-path)
                   " (status " bandjrnl-file-status
                   "); nothing changed"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 6000-DETERMINE-ENTRY-IDENTITY.

      *> The values of the file line at band-index, as they stand.
       6300-JOURNAL-BEFORE-IMAGE.
           MOVE SPACES TO entry-key-text entry-value-1-text
               entry-value-2-text
           UNSTRING band-tbl-text(band-index) DELIMITED BY ALL SPACE
               INTO entry-key-text entry-value-1-text
                   entry-value-2-text
           END-UNSTRING
           MOVE entry-value-1-text TO bandjrnl-before-value-1
           MOVE entry-value-2-text TO bandjrnl-before-value-2.

       6400-WRITE-JOURNAL.
           PERFORM 6100-BUILD-TIMESTAMP
           MOVE band-type TO bandjrnl-file-type
           MOVE entry-key TO bandjrnl-key
           MOVE current-timestamp TO bandjrnl-entered
           MOVE entry-user-name TO bandjrnl-user
           WRITE bandjrnl-record.

       6500-REWRITE-BAND-FILE.
           OPEN OUTPUT band-file
           IF band-file-status NOT = "00" THEN
               DISPLAY "cfband: cannot rewrite "
                   FUNCTION TRIM(band-file-path)
                   " (status " band-file-status "); nothing changed"
               CLOSE bandjrnl-file
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO band-scan-index
           PERFORM 6510-WRITE-ONE-LINE
               UNTIL band-scan-index > band-line-count
           CLOSE band-file.

       6510-WRITE-ONE-LINE.
           IF NOT band-tbl-dropped(band-scan-index) THEN
               MOVE band-tbl-text(band-scan-index) TO band-record
               WRITE band-record
           END-IF
           ADD 1 TO band-scan-index.

      *> ----------------------------------------------------------
      *> Validate: both files judged line by line as they stand,
      *> every problem listed.  A later entry for a key already seen
      *> is reported against the line cf will honor instead.  Any
      *> problem exits 8 so the scheduler can hold the chain.
      *> ----------------------------------------------------------
       7000-VALIDATE-FILES.
           SET validate-mode TO TRUE
           PERFORM 1400-OPEN-SENSOR-MASTER
           IF NOT sensor-file-open THEN
               DISPLAY "cfband: " FUNCTION TRIM(sensor-file-path)
                   " not available; sensor keys cannot be checked"
           END-IF
           MOVE "ALARM" TO band-type
           MOVE alarm-file-path TO band-file-path
           PERFORM 7100-VALIDATE-ONE-FILE
           MOVE "DELTA" TO band-type
           MOVE delta-file-path TO band-file-path
           PERFORM 7100-VALIDATE-ONE-FILE
           IF sensor-file-open THEN
               CLOSE sensor-file
           END-IF
           IF problem-count > ZERO THEN
               DISPLAY "cfband: " problem-count
                   " problem(s) found"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "cfband: no problems found"
           END-IF.

       7100-VALIDATE-ONE-FILE.
           PERFORM 1200-LOAD-BAND-FILE
           MOVE ZERO TO file-problem-count list-count
           DISPLAY "VALIDATING " FUNCTION TRIM(band-file-path)
           MOVE 1 TO band-index
           PERFORM 7200-VALIDATE-ONE-LINE
               UNTIL band-index > band-line-count
           DISPLAY FUNCTION TRIM(band-file-path) ": " list-count
               " entries, " file-problem-count " problem(s)".

       7200-VALIDATE-ONE-LINE.
           IF band-tbl-text(band-index) NOT = SPACES THEN
               ADD 1 TO list-count
               MOVE SPACES TO entry-key-text entry-value-1-text
                   entry-value-2-text entry-extra-text
               UNSTRING band-tbl-text(band-index)
                   DELIMITED BY ALL SPACE
                   INTO entry-key-text entry-value-1-text
                       entry-value-2-text entry-extra-text
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(entry-key-text)
                   TO entry-key-text
               MOVE entry-key-text(1:8) TO entry-key
               PERFORM 5600-JUDGE-ENTRY THRU 5600-EXIT
               PERFORM 7300-CHECK-DUPLICATE
           END-IF
           ADD 1 TO band-index.

       7300-CHECK-DUPLICATE.
           MOVE ZERO TO first-index
           MOVE 1 TO band-scan-index
           PERFORM 7310-SCAN-EARLIER-LINE
               UNTIL band-scan-index >= band-index
                   OR first-index > ZERO
           IF first-index > ZERO THEN
               MOVE first-index TO line-number-display
               MOVE SPACES TO problem-text
               STRING "DUPLICATE KEY; CF USES LINE "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(line-number-display)
                   DELIMITED BY SIZE
                   " AND IGNORES THIS ONE" DELIMITED BY SIZE
                   INTO problem-text
               END-STRING
               PERFORM 5900-NOTE-PROBLEM
           END-IF.

       7310-SCAN-EARLIER-LINE.
           IF band-tbl-key(band-scan-index) = entry-key THEN
               MOVE band-scan-index TO first-index
           END-IF
           ADD 1 TO band-scan-index.

      *> ----------------------------------------------------------
      *> History: the journal in entry order, optionally for one
      *> key.
      *> ----------------------------------------------------------
       8000-LIST-HISTORY.
           IF argument-count >= 2 THEN
               ACCEPT work-argument FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE(work-argument(1:8))
                   TO history-key
           END-IF
           OPEN INPUT bandjrnl-file
           IF bandjrnl-file-status NOT = "00" THEN
               IF bandjrnl-file-status = "05" THEN
                   CLOSE bandjrnl-file
               END-IF
               DISPLAY "cfband: no band changes on file"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "FILE  KEY      A ENTERED             USER        "
               " BEFORE                        AFTER"
           PERFORM 8100-LIST-ONE-CHANGE THRU 8100-EXIT
               UNTIL bandjrnl-eof
           CLOSE bandjrnl-file
           IF list-count = ZERO THEN
               DISPLAY "cfband: no band changes on file"
               MOVE 4 TO RETURN-CODE
           END-IF.

       8100-LIST-ONE-CHANGE.
           READ bandjrnl-file
               AT END
                   SET bandjrnl-eof TO TRUE
                   GO TO 8100-EXIT
           END-READ
           IF history-key NOT = SPACES AND
                   bandjrnl-key NOT = history-key THEN
               GO TO 8100-EXIT
           END-IF
           ADD 1 TO list-count
           DISPLAY bandjrnl-file-type " " bandjrnl-key " "
               bandjrnl-action " " bandjrnl-entered " "
               bandjrnl-user " " bandjrnl-before " "
               bandjrnl-after.
       8100-EXIT.
           EXIT.

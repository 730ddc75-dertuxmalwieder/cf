               RECORD KEY rejreg-key
               FILE STATUS rejreg-file-status.

      *> Excursion register: one event per spell a probe spends
      *> outside its alarm band, opened, carried and closed by
      *> 2970-TRACK-EXCURSION as the band check judges each reading.
      *> OPTIONAL and I-O like the reject registry, and for the same
      *> reason never stops the run.
           SELECT OPTIONAL excur-file
               ASSIGN TO DYNAMIC excur-file-path
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY excur-key
               FILE STATUS excur-file-status.

      *> Operator alarm limits: per-sensor or per-unit low/high action
      *> bands, maintained and validated by cfband.  OPTIONAL like the
      *> calibration file -- no bands, no alarms.
           SELECT OPTIONAL alarm-file
               ASSIGN TO DYNAMIC alarm-file-path
               ORGANIZATION LINE SEQUENTIAL

      *> Plausibility limits: per-sensor or per-unit maximum jump
      *> between consecutive runs and the flatline count that marks a
      *> probe stuck, maintained by cfband like the alarm bands.
      *> OPTIONAL like the alarm file -- no limits, no screening.
           SELECT OPTIONAL delta-file
               ASSIGN TO DYNAMIC delta-file-path
               ORGANIZATION LINE SEQUENTIAL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS except-file-status.

      *> Closed-period control, maintained by cfperiod.  OPTIONAL:
      *> with no file on the box no month is closed.
           SELECT OPTIONAL period-file
               ASSIGN TO DYNAMIC period-file-path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS period-file-status.

      *> Held-readings sidecar: every batch line whose reading would
      *> file into a closed month, verbatim and framed with HDR/TRL
      *> under the feed's own header date, so once the month is
      *> reopened the file can go back through cf -b -l unchanged.
      *> OPTIONAL for the restart-time EXTEND, like the reject
      *> sidecar.
           SELECT OPTIONAL hold-file
               ASSIGN TO DYNAMIC hold-file-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS hold-file-status.

      *> Acknowledgement returned to the sending plant: the run's
      *> file-level verdict, its accepted and rejected counts and
      *> one line per rejected reading with its reason, framed with
      *> HDR/TRL like every other interchange file.  Always written
      *> whole at the end of a judged run, so no restart EXTEND; a
      *> refused duplicate answers under its own name (see
      *> 2680-WRITE-ACKNOWLEDGEMENT).
           SELECT ack-file
               ASSIGN TO DYNAMIC ack-file-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ack-file-status.

      *> Active-run lock, taken for the life of a batch run and
      *> honored by cfroll and cfbal: two batch runs EXTENDing the
      *> audit log and writing history at once, or a rollover cutting
           05 checkpoint-reject-count     PIC 9(08).
           05 checkpoint-reject-hash      PIC +9(13).9(4).
           05 checkpoint-exception-count  PIC 9(08).
           05 checkpoint-hold-count       PIC 9(08).
           05 checkpoint-hold-hash        PIC +9(13).9(4).

       FD history-file.
           COPY histrec.
       FD rejreg-file.
           COPY rejreg.

       FD excur-file.
           COPY excurrec.

       FD alarm-file.
       01 alarm-record PIC X(80).

       FD except-file.
       01 except-line PIC X(100).

       FD ack-file.
       01 ack-record PIC X(80).

       FD period-file.
           COPY periodrec.

       FD hold-file.
       01 hold-record PIC X(80).

       FD runlock-file.
           COPY runlock.

      *> a unit with no dated entry keeps its CALPARM.DAT base.  A
      *> mid-month offset change thus applies only from its
      *> effective date forward, instead of silently re-pricing
      *> every earlier reading.  A batch is mostly one date, so the
      *> offsets are only re-resolved when the date changes.
      *> ----------------------------------------------------------
       01 calhist-table-area.
           05 calhist-count       PIC 9(04) COMP VALUE ZERO.
           05 calhist-limit       PIC 9(04) COMP VALUE 2000.
           05 calhist-entry OCCURS 2000.
               10 calh-tbl-unit       PIC X(01).
               10 calh-tbl-date       PIC 9(08).
               10 calh-tbl-offset     PIC S9(3)V9(4) COMP-3.
           05 cal-base-k-offset   PIC S9(3)V9(4) COMP-3 VALUE ZERO.
       01 cal-resolve-area.
           05 effective-cal-date  PIC 9(08) VALUE ZERO.
           05 cal-resolved-date   PIC 9(08) VALUE ZERO.
           05 cal-best-c-date     PIC 9(08) VALUE ZERO.
           05 cal-best-f-date     PIC 9(08) VALUE ZERO.
           05 cal-best-k-date     PIC 9(08) VALUE ZERO.
       01 delta-file-path      PIC X(80) VALUE "CFDELTA.DAT".
       01 site-file-path       PIC X(80) VALUE "CFSITE.DAT".
       01 rejreg-file-path     PIC X(80) VALUE "CFREJREG.DAT".
       01 excur-file-path      PIC X(80) VALUE "CFEXCUR.DAT".
       01 runlock-file-path    PIC X(80) VALUE "CFRUN.LCK".
       01 except-file-name     PIC X(84) VALUE SPACES.
       01 ack-file-name        PIC X(88) VALUE SPACES.
       01 hold-file-name       PIC X(84) VALUE SPACES.
       01 period-file-path     PIC X(80) VALUE "CFPERIOD.DAT".

       01 audit-file-status      PIC X(02).
       01 calparm-file-status    PIC X(02).
       01 rejreg-open-switch      PIC X(01) VALUE "N".
           88 rejreg-file-open          VALUE "Y".
       01 rejreg-value-edit       PIC +9(8).9(4).
       01 excur-file-status       PIC X(02).
       01 excur-open-switch       PIC X(01) VALUE "N".
           88 excur-file-open           VALUE "Y".
       01 except-file-status      PIC X(02).
       01 ack-file-status         PIC X(02).
       01 hold-file-status        PIC X(02).
       01 period-file-status      PIC X(02).
       01 period-eof-switch       PIC X(01) VALUE "N".
           88 period-eof                VALUE "Y".

      *> ----------------------------------------------------------
      *> Closed periods.  Each month's standing is the latest
      *> CFPERIOD.DAT line for it; a reading whose filing date falls
      *> in a closed month is held, never converted or filed.  The
      *> hold count and hash persist in the checkpoint the way the
      *> reject sidecar's do.
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
       01 hold-area.
           05 hold-count              PIC 9(08) VALUE ZERO.
           05 hold-hash-total         PIC S9(13)V9(4) COMP-3
                                      VALUE ZERO.
           05 hold-hash-display       PIC +9(13).9(4).
           05 hold-open-switch        PIC X(01) VALUE "N".
               88 hold-file-open            VALUE "Y".
           05 reading-held-switch     PIC X(01) VALUE "N".
               88 reading-held              VALUE "Y".

      *> ----------------------------------------------------------
      *> Acknowledgement bookkeeping.  The detail lines are rebuilt
      *> from the .REJ sidecar, which already holds every reject of
      *> the run across any restart; the reason each was refused is
      *> looked up in the reject registry under the same sensor and
      *> value key 2646-REGISTER-OPEN-REJECT filed it under.
      *> ----------------------------------------------------------
       01 ack-area.
           05 ack-run-status          PIC X(22).
               88 ack-duplicate-refused     VALUE "REFUSED DUPLICATE".
           05 ack-site                PIC X(12).
           05 ack-date                PIC 9(08).
           05 ack-record-total        PIC 9(08).
           05 ack-accepted-count      PIC 9(08).
           05 ack-detail-count        PIC 9(08).
           05 ack-reject-lines        PIC 9(08).
           05 ack-held-lines          PIC 9(08).
           05 ack-hash-total          PIC S9(13)V9(4) COMP-3.
           05 ack-hash-display        PIC +9(13).9(4).
           05 ack-reject-eof-switch   PIC X(01).
               88 ack-reject-eof            VALUE "Y".
           05 ack-rejreg-switch       PIC X(01).
               88 ack-rejreg-open           VALUE "Y".
       01 ack-detail-line.
           05 ack-detail-type         PIC X(04).
           05 ack-sensor-id           PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ack-unit                PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ack-value               PIC X(14).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ack-reason              PIC X(40).

      *> ----------------------------------------------------------
      *> Run-lock state.  A lock older than stale-lock-minutes is an
      *> still converts and still audits -- the band flags spoilage,
      *> it does not dispute the thermometer.
      *> ----------------------------------------------------------
      *> The table is kept in key order as it loads, so a lookup is
      *> a SEARCH ALL however many bands there are.
       01 alarm-table-area.
           05 alarm-count         PIC 9(04) COMP VALUE ZERO.
           05 alarm-limit         PIC 9(04) COMP VALUE 5000.
           05 alarm-entry OCCURS 0 TO 5000
                   DEPENDING ON alarm-count
                   ASCENDING KEY alarm-tbl-key
                   INDEXED BY alarm-tbl-ix.
               10 alarm-tbl-key       PIC X(08).
               10 alarm-tbl-low       PIC S9(8)V9(4) COMP-3.
               10 alarm-tbl-high      PIC S9(8)V9(4) COMP-3.
       01 alarm-key-text          PIC X(16).
       01 alarm-low-text          PIC X(16).
       01 alarm-high-text         PIC X(16).
       01 alarm-search-key        PIC X(08).
       01 alarm-placed-switch     PIC X(01).
           88 alarm-placed              VALUE "Y".
       01 exception-count         PIC 9(08) VALUE ZERO.
       01 except-open-switch      PIC X(01) VALUE "N".
           88 except-file-open          VALUE "Y".
       01 alarm-low-display       PIC +Z(6)9.9999.
       01 alarm-high-display      PIC +Z(6)9.9999.

      *> ----------------------------------------------------------
      *> Excursion tracking.  A probe's events are judged along its
      *> own timeline: a reading older than the latest event's last
      *> activity (a late file replaying last week) is left out of
      *> the register rather than reopening or closing the wrong
      *> spell.  Stamps compare as CCYYMMDDHHMMSS numbers.
      *> ----------------------------------------------------------
       01 excursion-area.
           05 band-breach-switch      PIC X(01) VALUE "N".
               88 band-breached             VALUE "Y".
           05 excur-found-switch      PIC X(01) VALUE "N".
               88 excur-found               VALUE "Y".
           05 excur-scan-eof-switch   PIC X(01) VALUE "N".
               88 excur-scan-eof            VALUE "Y".
           05 excursion-reading-stamp PIC 9(14).
           05 excursion-deviation     PIC S9(8)V9(4) COMP-3.
           05 excursion-direction     PIC X(01).
           05 excursion-from-clock.
               10 excursion-from-date     PIC 9(08).
               10 excursion-from-hh       PIC 9(02).
               10 excursion-from-mm       PIC 9(02).
               10 excursion-from-ss       PIC 9(02).
           05 excursion-to-clock.
               10 excursion-to-date       PIC 9(08).
               10 excursion-to-hh         PIC 9(02).
               10 excursion-to-mm         PIC 9(02).
               10 excursion-to-ss         PIC 9(02).
           05 excursion-seconds       PIC S9(11) COMP.
           05 excursions-opened       PIC 9(08) VALUE ZERO.
           05 excursions-closed       PIC 9(08) VALUE ZERO.
           05 excursion-minutes-display PIC Z(7)9.

      *> ----------------------------------------------------------
      *> Plausibility limits.  A line reads KEY MAX-DELTA
      *> STUCK-COUNT, the key being a sensor ID or a bare unit
      *> ----------------------------------------------------------
       01 delta-table-area.
           05 delta-count         PIC 9(04) COMP VALUE ZERO.
           05 delta-limit         PIC 9(04) COMP VALUE 5000.
           05 delta-entry OCCURS 0 TO 5000
                   DEPENDING ON delta-count
                   ASCENDING KEY delta-tbl-key
                   INDEXED BY delta-tbl-ix.
               10 delta-tbl-key       PIC X(08).
               10 delta-tbl-max       PIC S9(8)V9(4) COMP-3.
               10 delta-tbl-stuck     PIC 9(04) COMP.
       01 delta-key-text          PIC X(16).
       01 delta-max-text          PIC X(16).
       01 delta-stuck-text        PIC X(16).
       01 delta-search-key        PIC X(08).
       01 delta-placed-switch     PIC X(01).
           88 delta-placed              VALUE "Y".
       01 delta-difference        PIC S9(8)V9(4) COMP-3.
       01 delta-prior-display     PIC +Z(6)9.9999.
       01 delta-limit-display     PIC +Z(6)9.9999.
       01 delta-stuck-display     PIC 9(04).

      *> ----------------------------------------------------------
      *> Site master table.  A line reads SITECODE DESCRIPTION; the
      *> HDR site must match a code here when the master exists.
      *> ----------------------------------------------------------
       01 site-table-area.
           05 site-count          PIC 9(04) COMP VALUE ZERO.
           05 site-limit          PIC 9(04) COMP VALUE 500.
           05 site-entry OCCURS 500.
               10 site-tbl-code       PIC X(12).
       01 site-index              PIC 9(04) COMP.
       01 site-found-index        PIC 9(04) COMP.
      *> In-memory copy of the sensor master, loaded once at startup
      *> the same way the calibration file is, so the batch loop does
      *> a table lookup per record instead of a keyed READ per record.
      *> The master reads back in key order, so the table is loaded
      *> already in the order SEARCH ALL needs.
      *>
      *> Each entry also carries the probe's latest stored reading,
      *> built from CFHIST.DAT in one pass at batch startup so the
      *> plausibility screen is a lookup too.  same-count is how
      *> many consecutive identical readings the history already
      *> ends with; the run keeps it rolling as it loads more.  Only
      *> a probe on the master ever reaches the screen, so the
      *> priors need no table of their own.
      *>
      *> The entry also remembers the probe's latest excursion -- its
      *> state, its start (the rest of its register key) and the
      *> stamp of its last activity -- looked up in the register the
      *> first time the run judges one of the probe's readings and
      *> kept current as the run opens, extends and closes events.
      *> ----------------------------------------------------------
       01 sensor-table-area.
           05 sensor-count        PIC 9(04) COMP VALUE ZERO.
           05 sensor-limit        PIC 9(04) COMP VALUE 9999.
           05 sensor-entry OCCURS 0 TO 9999
                   DEPENDING ON sensor-count
                   ASCENDING KEY sensor-tbl-id
                   INDEXED BY sensor-tbl-ix.
               10 sensor-tbl-id       PIC X(08).
               10 sensor-tbl-offset   PIC S9(3)V9(4) COMP-3.
               10 sensor-tbl-status   PIC X(01).
               10 sensor-tbl-prior-flag  PIC X(01).
                   88 sensor-tbl-prior-seen   VALUE "Y".
               10 sensor-tbl-prior-unit  PIC X(01).
               10 sensor-tbl-prior-value PIC S9(8)V9(4) COMP-3.
               10 sensor-tbl-prior-same  PIC 9(04) COMP.
               10 sensor-tbl-excur-state PIC X(01).
                   88 sensor-tbl-excur-unknown VALUE SPACE.
                   88 sensor-tbl-excur-none    VALUE "N".
                   88 sensor-tbl-excur-open    VALUE "O".
                   88 sensor-tbl-excur-closed  VALUE "C".
               10 sensor-tbl-excur-start-date PIC 9(08).
               10 sensor-tbl-excur-start-time PIC 9(06).
               10 sensor-tbl-excur-latest PIC 9(14).
       01 sensor-found-index      PIC 9(04) COMP.

      *> ----------------------------------------------------------
      *> Startup: pull in calibration overrides and work out who/what
      *> is running, for the audit trail.
      *> ----------------------------------------------------------
      *> A reference file that is not there loads as empty; one that
      *> is there but will not open or read cleanly (a master still
      *> in its old layout, say) stops the run with 12 rather than
      *> let it convert against half its reference data.
       1000-INITIALIZE.
           PERFORM 1000-LOAD-CALIBRATION
           PERFORM 1020-LOAD-CALHIST
           PERFORM 1070-LOAD-ALARMS
           PERFORM 1075-LOAD-DELTAS
           PERFORM 1090-LOAD-SITES
           PERFORM 1100-LOAD-PERIODS
           PERFORM 1000-DETERMINE-AUDIT-IDENTITY
           PERFORM 1000-OPEN-AUDIT-LOG.

       1000-LOAD-CALIBRATION.
           OPEN INPUT calparm-file
           EVALUATE calparm-file-status
               WHEN "00"
                   PERFORM 1010-READ-CALPARM THRU 1010-EXIT
                       UNTIL calparm-eof
                   CLOSE calparm-file
               WHEN "05"
                   CLOSE calparm-file
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "cf: cannot open "
                       FUNCTION TRIM(calparm-file-path)
                       " (status " calparm-file-status "); run refused"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1010-READ-CALPARM.
           READ calparm-file
                   SET calparm-eof TO TRUE
                   GO TO 1010-EXIT
           END-READ
           IF calparm-file-status NOT = "00" THEN
               DISPLAY "cf: cannot read "
                   FUNCTION TRIM(calparm-file-path)
                   " (status " calparm-file-status "); run refused"
               CLOSE calparm-file
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION UPPER-CASE(calparm-unit) TO calparm-unit
           EVALUATE calparm-unit
               WHEN "C"
           MOVE cal-f-offset TO cal-base-f-offset
           MOVE cal-k-offset TO cal-base-k-offset
           OPEN INPUT calhist-file
           EVALUATE calhist-file-status
               WHEN "00"
                   PERFORM 1030-READ-CALHIST THRU 1030-EXIT
                       UNTIL calhist-eof
                   CLOSE calhist-file
               WHEN "05"
                   CLOSE calhist-file
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "cf: cannot open "
                       FUNCTION TRIM(calhist-file-path)
                       " (status " calhist-file-status "); run refused"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1030-READ-CALHIST.
           READ calhist-file
                   SET calhist-eof TO TRUE
                   GO TO 1030-EXIT
           END-READ
           IF calhist-file-status NOT = "00" THEN
               DISPLAY "cf: cannot read "
                   FUNCTION TRIM(calhist-file-path)
                   " (status " calhist-file-status "); run refused"
               CLOSE calhist-file
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF calhist-eff-date IS NOT NUMERIC THEN
               GO TO 1030-EXIT
           END-IF
           IF calhist-count >= calhist-limit THEN
               DISPLAY "cf: more than " calhist-limit
                   " entries in " FUNCTION TRIM(calhist-file-path)
                   "; run refused"
               CLOSE calhist-file
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO calhist-count
           MOVE FUNCTION UPPER-CASE(calhist-unit)

       1050-LOAD-SENSORS.
           OPEN INPUT sensor-file
           EVALUATE sensor-file-status
               WHEN "00"
                   PERFORM 1060-READ-SENSOR THRU 1060-EXIT
                       UNTIL sensor-eof
                   CLOSE sensor-file
               WHEN "05"
                   CLOSE sensor-file
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "cf: cannot open "
                       FUNCTION TRIM(sensor-file-path)
                       " (status " sensor-file-status "); run refused"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1060-READ-SENSOR.
           READ sensor-file NEXT
                   SET sensor-eof TO TRUE
                   GO TO 1060-EXIT
           END-READ
           IF sensor-file-status NOT = "00" THEN
               DISPLAY "cf: cannot read "
                   FUNCTION TRIM(sensor-file-path)
                   " (status " sensor-file-status "); run refused"
               CLOSE sensor-file
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      *> A probe left off the table would convert nothing at all,
      *> and one half-loaded master is worse than none: the run stops
      *> before the first reading so the limit gets raised.
           IF sensor-count >= sensor-limit THEN
               DISPLAY "cf: more than " sensor-limit
                   " sensors in " FUNCTION TRIM(sensor-file-path)
                   "; run refused"
               CLOSE sensor-file
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO sensor-count
           MOVE sensor-id TO sensor-tbl-id(sensor-count)
           MOVE sensor-offset TO sensor-tbl-offset(sensor-count)
           MOVE sensor-status-flag TO sensor-tbl-status(sensor-count)
           MOVE "N" TO sensor-tbl-prior-flag(sensor-count)
           MOVE SPACE TO sensor-tbl-prior-unit(sensor-count)
           MOVE ZERO TO sensor-tbl-prior-value(sensor-count)
           MOVE ZERO TO sensor-tbl-prior-same(sensor-count)
           MOVE SPACE TO sensor-tbl-excur-state(sensor-count)
           MOVE ZERO TO sensor-tbl-excur-start-date(sensor-count)
               sensor-tbl-excur-start-time(sensor-count)
               sensor-tbl-excur-latest(sensor-count).
       1060-EXIT.
           EXIT.

       1070-LOAD-ALARMS.
           OPEN INPUT alarm-file
           EVALUATE alarm-file-status
               WHEN "00"
                   PERFORM 1080-READ-ALARM THRU 1080-EXIT
                       UNTIL alarm-eof
                   CLOSE alarm-file
               WHEN "05"
                   CLOSE alarm-file
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "cf: cannot open "
                       FUNCTION TRIM(alarm-file-path)
                       " (status " alarm-file-status "); run refused"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *> A band line reads KEY LOW HIGH, the key being a sensor ID or
      *> a bare unit letter.
                   SET alarm-eof TO TRUE
                   GO TO 1080-EXIT
           END-READ
           IF alarm-file-status NOT = "00" THEN
               DISPLAY "cf: cannot read "
                   FUNCTION TRIM(alarm-file-path)
                   " (status " alarm-file-status "); run refused"
               CLOSE alarm-file
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF alarm-record = SPACES THEN
               GO TO 1080-EXIT
           END-IF
           MOVE SPACES TO alarm-key-text alarm-low-text
           UNSTRING alarm-record DELIMITED BY ALL SPACE
               INTO alarm-key-text alarm-low-text alarm-high-text
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(alarm-key-text(1:8))
               TO alarm-search-key
      *> The first line for a key is the one that counts, as it was
      *> when the table was scanned in file order; cfband -v names
      *> the later copies.
           MOVE ZERO TO alarm-found-index
           PERFORM 2905-FIND-ALARM-KEY
           IF alarm-found-index > ZERO THEN
               GO TO 1080-EXIT
           END-IF
           IF alarm-count >= alarm-limit THEN
               DISPLAY "cf: more than " alarm-limit
                   " entries in " FUNCTION TRIM(alarm-file-path)
                   "; run refused"
               CLOSE alarm-file
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1081-PLACE-ALARM-ENTRY
           MOVE alarm-search-key TO alarm-tbl-key(alarm-index)
           MOVE FUNCTION NUMVAL(alarm-low-text)
               TO alarm-tbl-low(alarm-index)
           MOVE FUNCTION NUMVAL(alarm-high-text)
               TO alarm-tbl-high(alarm-index).
       1080-EXIT.
           EXIT.

      *> Opens a slot for the new key in key order: every entry with
      *> a higher key moves down one, and alarm-index is left on the
      *> free slot.
       1081-PLACE-ALARM-ENTRY.
           ADD 1 TO alarm-count
           MOVE alarm-count TO alarm-index
           MOVE "N" TO alarm-placed-switch
           PERFORM 1082-SHIFT-ALARM-ENTRY
               UNTIL alarm-placed.

       1082-SHIFT-ALARM-ENTRY.
           IF alarm-index = 1 THEN
               SET alarm-placed TO TRUE
           ELSE
               IF alarm-tbl-key(alarm-index - 1) > alarm-search-key
                       THEN
                   MOVE alarm-entry(alarm-index - 1)
                       TO alarm-entry(alarm-index)
                   SUBTRACT 1 FROM alarm-index
               ELSE
                   SET alarm-placed TO TRUE
               END-IF
           END-IF.

       1075-LOAD-DELTAS.
           OPEN INPUT delta-file
           EVALUATE delta-file-status
               WHEN "00"
                   PERFORM 1085-READ-DELTA THRU 1085-EXIT
                       UNTIL delta-eof
                   CLOSE delta-file
               WHEN "05"
                   CLOSE delta-file
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "cf: cannot open "
                       FUNCTION TRIM(delta-file-path)
                       " (status " delta-file-status "); run refused"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *> A limit line reads KEY MAX-DELTA STUCK-COUNT, the key being
      *> a sensor ID or a bare unit letter, same shape as the alarm
                   SET delta-eof TO TRUE
                   GO TO 1085-EXIT
           END-READ
           IF delta-file-status NOT = "00" THEN
               DISPLAY "cf: cannot read "
                   FUNCTION TRIM(delta-file-path)
                   " (status " delta-file-status "); run refused"
               CLOSE delta-file
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF delta-record = SPACES THEN
               GO TO 1085-EXIT
           END-IF
           MOVE SPACES TO delta-key-text delta-max-text
           UNSTRING delta-record DELIMITED BY ALL SPACE
               INTO delta-key-text delta-max-text delta-stuck-text
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(delta-key-text(1:8))
               TO delta-search-key
      *> First line for a key wins, as for the alarm bands.
           MOVE ZERO TO delta-found-index
           PERFORM 2935-FIND-DELTA-KEY
           IF delta-found-index > ZERO THEN
               GO TO 1085-EXIT
           END-IF
           IF delta-count >= delta-limit THEN
               DISPLAY "cf: more than " delta-limit
                   " entries in " FUNCTION TRIM(delta-file-path)
                   "; run refused"
               CLOSE delta-file
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1086-PLACE-DELTA-ENTRY
           MOVE delta-search-key TO delta-tbl-key(delta-index)
           MOVE FUNCTION NUMVAL(delta-max-text)
               TO delta-tbl-max(delta-index)
           IF delta-stuck-text = SPACES THEN
               MOVE ZERO TO delta-tbl-stuck(delta-index)
           ELSE
               MOVE FUNCTION NUMVAL(delta-stuck-text)
                   TO delta-tbl-stuck(delta-index)
           END-IF.
       1085-EXIT.
           EXIT.

       1086-PLACE-DELTA-ENTRY.
           ADD 1 TO delta-count
           MOVE delta-count TO delta-index
           MOVE "N" TO delta-placed-switch
           PERFORM 1087-SHIFT-DELTA-ENTRY
               UNTIL delta-placed.

       1087-SHIFT-DELTA-ENTRY.
           IF delta-index = 1 THEN
               SET delta-placed TO TRUE
           ELSE
               IF delta-tbl-key(delta-index - 1) > delta-search-key
                       THEN
                   MOVE delta-entry(delta-index - 1)
                       TO delta-entry(delta-index)
                   SUBTRACT 1 FROM delta-index
               ELSE
                   SET delta-placed TO TRUE
               END-IF
           END-IF.

       1090-LOAD-SITES.
           OPEN INPUT site-file
           EVALUATE site-file-status
               WHEN "00"
                   PERFORM 1095-READ-SITE THRU 1095-EXIT
                       UNTIL site-eof
                   CLOSE site-file
               WHEN "05"
                   CLOSE site-file
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "cf: cannot open "
                       FUNCTION TRIM(site-file-path)
                       " (status " site-file-status "); run refused"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1095-READ-SITE.
           READ site-file
                   SET site-eof TO TRUE
                   GO TO 1095-EXIT
           END-READ
           IF site-file-status NOT = "00" THEN
               DISPLAY "cf: cannot read "
                   FUNCTION TRIM(site-file-path)
                   " (status " site-file-status "); run refused"
               CLOSE site-file
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF site-record = SPACES THEN
               GO TO 1095-EXIT
           END-IF
           IF site-count >= site-limit THEN
               DISPLAY "cf: more than " site-limit
                   " entries in " FUNCTION TRIM(site-file-path)
                   "; run refused"
               CLOSE site-file
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO site-code-text
           UNSTRING site-record DELIMITED BY ALL SPACE
       1095-EXIT.
           EXIT.

      *> Like the other reference files a period log too big to hold
      *> stops the program: a month dropped off the table would read
      *> as open and take readings it must not.
       1100-LOAD-PERIODS.
           OPEN INPUT period-file
           EVALUATE period-file-status
               WHEN "00"
                   PERFORM 1105-READ-PERIOD THRU 1105-EXIT
                       UNTIL period-eof
                   CLOSE period-file
               WHEN "05"
                   CLOSE period-file
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "cf: cannot open "
                       FUNCTION TRIM(period-file-path)
                       " (status " period-file-status "); run refused"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1105-READ-PERIOD.
           READ period-file
               AT END
                   SET period-eof TO TRUE
                   GO TO 1105-EXIT
           END-READ
           IF period-file-status NOT = "00" THEN
               DISPLAY "cf: cannot read "
                   FUNCTION TRIM(period-file-path)
                   " (status " period-file-status "); run refused"
               CLOSE period-file
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF period-month IS NOT NUMERIC THEN
               GO TO 1105-EXIT
           END-IF
           MOVE period-month TO period-check-month
           PERFORM 1110-FIND-PERIOD
           IF period-found-index = ZERO THEN
               IF period-count >= period-limit THEN
                   DISPLAY "cf: more than " period-limit
                       " months in " FUNCTION TRIM(period-file-path)
                       "; run refused"
                   CLOSE period-file
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO period-count
               MOVE period-count TO period-found-index
               MOVE period-month TO period-tbl-month(period-count)
           END-IF
           MOVE period-action TO period-tbl-action(period-found-index).
       1105-EXIT.
           EXIT.

       1110-FIND-PERIOD.
           MOVE ZERO TO period-found-index
           MOVE 1 TO period-index
           PERFORM 1115-SCAN-PERIOD-TABLE
               UNTIL period-index > period-count
                   OR period-found-index > ZERO.

       1115-SCAN-PERIOD-TABLE.
           IF period-tbl-month(period-index) = period-check-month THEN
               MOVE period-index TO period-found-index
           END-IF
           ADD 1 TO period-index.

       1000-DETERMINE-AUDIT-IDENTITY.
           DISPLAY "USER" UPON ENVIRONMENT-NAME
           ACCEPT audit-user-name FROM ENVIRONMENT-VALUE
      *> A command-line reading is read now, so today's offsets are
      *> the ones in force for it.
           ACCEPT control-run-date FROM DATE YYYYMMDD
           PERFORM 2618-RESOLVE-CAL-OFFSETS THRU 2618-EXIT
           CALL "cfconv" USING conv-record cal-parameters.

      *> ----------------------------------------------------------
               ".EXC" DELIMITED BY SIZE
               INTO except-file-name
           END-STRING
           STRING FUNCTION TRIM(input-file-name) DELIMITED BY SIZE
               ".ACK" DELIMITED BY SIZE
               INTO ack-file-name
           END-STRING
           STRING FUNCTION TRIM(input-file-name) DELIMITED BY SIZE
               ".HLD" DELIMITED BY SIZE
               INTO hold-file-name
           END-STRING

           PERFORM 2500-LOAD-CHECKPOINT

               PERFORM 2800-CHECK-RUN-REGISTRY
               DELETE FILE reject-file
               DELETE FILE except-file
               DELETE FILE hold-file
           END-IF.

      *> A missing OPTIONAL file still opens (status 05), so the CLOSE
                           MOVE checkpoint-exception-count
                               TO exception-count
                       END-IF
                       IF checkpoint-hold-count IS NUMERIC THEN
                           MOVE checkpoint-hold-count TO hold-count
                           MOVE FUNCTION
                               NUMVAL(checkpoint-hold-hash)
                               TO hold-hash-total
                       END-IF
               END-READ
               CLOSE checkpoint-file
           ELSE
           PERFORM 2606-READ-HEADER
           PERFORM 2608-OPEN-HISTORY
           PERFORM 2604-OPEN-REJECT-REGISTRY
           IF alarm-count > ZERO THEN
               PERFORM 2625-OPEN-EXCURSION-REGISTER
           END-IF
      *> The prior-reading pass only pays for itself when there are
      *> limits to screen against.
           IF history-file-open AND delta-count > ZERO THEN
               CLOSE rejreg-file
               MOVE "N" TO rejreg-open-switch
           END-IF
           IF excur-file-open THEN
               CLOSE excur-file
               MOVE "N" TO excur-open-switch
           END-IF

           PERFORM 2640-BALANCE-TO-TRAILER THRU 2640-EXIT

               END-IF
           END-IF

      *> The held-readings sidecar is framed by the same rule.
           IF batch-balanced THEN
               IF hold-count > ZERO THEN
                   IF NOT hold-file-open THEN
                       PERFORM 2697-EXTEND-HOLD-FILE
                       SET hold-file-open TO TRUE
                   END-IF
                   PERFORM 2698-CLOSE-HOLD-FILE
               END-IF
           ELSE
               IF hold-file-open THEN
                   CLOSE hold-file
                   MOVE "N" TO hold-open-switch
               END-IF
           END-IF

           IF batch-balanced THEN
               IF exception-count > ZERO THEN
                   IF NOT except-file-open THEN
                   " readings outside alarm bands; see "
                   FUNCTION TRIM(except-file-name)
           END-IF
           IF hold-count > ZERO THEN
               DISPLAY "cf: " hold-count
                   " readings held for closed periods; see "
                   FUNCTION TRIM(hold-file-name)
           END-IF
           IF batch-balanced THEN
               MOVE "ACCEPTED" TO ack-run-status
           ELSE
               MOVE "REFUSED OUT OF BALANCE" TO ack-run-status
           END-IF
           MOVE record-count TO ack-record-total
           PERFORM 2680-WRITE-ACKNOWLEDGEMENT THRU 2680-EXIT
           IF excursions-opened > ZERO OR excursions-closed > ZERO
                   THEN
               DISPLAY "cf: " excursions-opened
                   " excursions opened, " excursions-closed
                   " closed; see cfexcur"
           END-IF

      *> Graded completion status for the scheduler: a clean run exits
      *> zero, a run that finished but refused records exits 4, and
      *> the refused-run/out-of-balance paths have already set 8.  The
      *> highest grade wins.  Held readings grade like rejects: the
      *> run finished, but not everything in the file was loaded.
           IF (reject-count > ZERO OR hold-count > ZERO) AND
                   RETURN-CODE < 4 THEN
               MOVE 4 TO RETURN-CODE
           END-IF

                   "); rejects not tracked"
           END-IF.

      *> Same open-or-create shape again.  With no alarm bands on
      *> the box there is nothing to be out of, and the register is
      *> left alone.
       2625-OPEN-EXCURSION-REGISTER.
           OPEN I-O excur-file
           EVALUATE TRUE
               WHEN excur-file-status = "00"
                   SET excur-file-open TO TRUE
               WHEN excur-file-status = "05"
                   CLOSE excur-file
                   OPEN OUTPUT excur-file
                   IF excur-file-status = "00" THEN
                       CLOSE excur-file
                       OPEN I-O excur-file
                   END-IF
                   IF excur-file-status = "00" THEN
                       SET excur-file-open TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT excur-file-open THEN
               DISPLAY "cf: excursion register "
                   FUNCTION TRIM(excur-file-path)
                   " unavailable (status " excur-file-status
                   "); excursions not tracked"
           END-IF.

      *> ----------------------------------------------------------
      *> One sequential pass over the history file, oldest first,
      *> leaving each probe's entry holding its latest valid reading
           IF history-valid-flag NOT = "Y" THEN
               GO TO 2611-EXIT
           END-IF
           PERFORM 2612-TALLY-PRIOR-READING THRU 2612-EXIT.
       2611-EXIT.
           EXIT.

      *> History for a probe since dropped from the master is passed
      *> over: none of its readings can reach the screen now.
       2612-TALLY-PRIOR-READING.
           MOVE ZERO TO sensor-found-index
           SEARCH ALL sensor-entry
               WHEN sensor-tbl-id(sensor-tbl-ix) = history-sensor-id
                   SET sensor-found-index TO sensor-tbl-ix
           END-SEARCH
           IF sensor-found-index = ZERO THEN
               GO TO 2612-EXIT
           END-IF
           IF sensor-tbl-prior-seen(sensor-found-index)
               AND sensor-tbl-prior-unit(sensor-found-index)
                   = history-unit-in
               AND sensor-tbl-prior-value(sensor-found-index)
                   = history-value-in THEN
               ADD 1 TO sensor-tbl-prior-same(sensor-found-index)
           ELSE
               SET sensor-tbl-prior-seen(sensor-found-index) TO TRUE
               MOVE history-unit-in
                   TO sensor-tbl-prior-unit(sensor-found-index)
               MOVE history-value-in
                   TO sensor-tbl-prior-value(sensor-found-index)
               MOVE 1 TO sensor-tbl-prior-same(sensor-found-index)
           END-IF.
       2612-EXIT.
           EXIT.

       2614-SCAN-SITE-TABLE.
           IF site-tbl-code(site-index) = header-site THEN
           END-IF
           PERFORM 2603-RELEASE-RUN-LOCK
           PERFORM 1900-CLOSE-OUTPUT-MODE-FILES
           MOVE "REFUSED CONTROL" TO ack-run-status
           MOVE ZERO TO ack-record-total
           PERFORM 2680-WRITE-ACKNOWLEDGEMENT THRU 2680-EXIT
           CLOSE audit-file
           MOVE 8 TO RETURN-CODE
           STOP RUN.
           PERFORM 2615-PARSE-BATCH-RECORD
           ADD conv-input-value TO batch-hash-total
           IF record-count > last-checkpoint-record THEN
               PERFORM 2690-CHECK-CLOSED-PERIOD
               IF reading-held THEN
                   PERFORM 2695-HOLD-READING
               ELSE
                   PERFORM 2620-CONVERT-BATCH-RECORD
               END-IF
           END-IF
           IF FUNCTION MOD(record-count, checkpoint-interval) = 0 THEN
               PERFORM 2700-SAVE-CHECKPOINT
               WHEN OTHER
                   MOVE control-run-date TO effective-cal-date
           END-EVALUATE
           IF effective-cal-date = cal-resolved-date THEN
               GO TO 2618-EXIT
           END-IF
           MOVE effective-cal-date TO cal-resolved-date
           MOVE cal-base-c-offset TO cal-c-offset
           MOVE cal-base-f-offset TO cal-f-offset
           MOVE cal-base-k-offset TO cal-k-offset
               PERFORM 2619-JUDGE-CALHIST-ENTRY
                   UNTIL calhist-scan-index > calhist-count
           END-IF.
       2618-EXIT.
           EXIT.

      *> Entries append in the order they were keyed, not by date,
      *> so every entry is judged; per unit the latest effective
                   TO conv-error-message
           END-IF
           IF conv-valid THEN
               PERFORM 2618-RESOLVE-CAL-OFFSETS THRU 2618-EXIT
               CALL "cfconv" USING conv-record cal-parameters
           END-IF

           CLOSE reject-file
           MOVE "N" TO reject-open-switch.

      *> ----------------------------------------------------------
      *> Closed-period lock.  The filing date is resolved exactly as
      *> the audit line and history write would resolve it -- the
      *> reading's own stamp, a late file's header date, or the run
      *> clock -- so what is held is precisely what would have
      *> landed in the closed month.  A held reading is neither
      *> converted nor screened nor filed; it goes to the .HLD
      *> sidecar and onto the audit trail flagged H, so cfbal still
      *> accounts for every line of the file.
      *> ----------------------------------------------------------
       2690-CHECK-CLOSED-PERIOD.
           MOVE "N" TO reading-held-switch
      *> A mangled stamp names no month; 2620 rejects it as before.
           IF period-count > ZERO AND NOT reading-stamp-bad THEN
               ACCEPT current-date-ccyymmdd FROM DATE YYYYMMDD
               ACCEPT current-time-hhmmss FROM TIME
               PERFORM 6200-SET-READING-CLOCK
               MOVE reading-filed-date(1:6) TO period-check-month
               PERFORM 1110-FIND-PERIOD
               IF period-found-index > ZERO THEN
                   IF period-tbl-closed(period-found-index) THEN
                       SET reading-held TO TRUE
                   END-IF
               END-IF
           END-IF.

       2695-HOLD-READING.
           IF NOT hold-file-open THEN
               PERFORM 2696-OPEN-HOLD-FILE
           END-IF
           MOVE batch-input-record TO hold-record
           WRITE hold-record
           ADD 1 TO hold-count
           ADD conv-input-value TO hold-hash-total
           DISPLAY "cf: record " record-count " held: period "
               period-check-month " is closed"
           MOVE SPACE TO record-exception-flag
           MOVE batch-sensor-id TO conv-sensor-id
           MOVE "H" TO conv-valid-flag
           MOVE SPACE TO conv-output-unit
           MOVE ZERO TO conv-output-value
           MOVE "PERIOD CLOSED" TO conv-error-message
           PERFORM 6000-AUDIT-LOG.

      *> Same restart rule as 2650-OPEN-REJECT-FILE.
       2696-OPEN-HOLD-FILE.
           IF last-checkpoint-record > ZERO AND hold-count > ZERO
               PERFORM 2697-EXTEND-HOLD-FILE
           ELSE
               OPEN OUTPUT hold-file
               PERFORM 2699-WRITE-HOLD-HEADER
           END-IF
           SET hold-file-open TO TRUE.

       2697-EXTEND-HOLD-FILE.
           OPEN EXTEND hold-file
           IF hold-file-status = "05" OR hold-file-status = "35"
               CLOSE hold-file
               OPEN OUTPUT hold-file
               PERFORM 2699-WRITE-HOLD-HEADER
           END-IF.

      *> The feed's own header date, not the run date: resubmitted
      *> under -l it files every unstamped reading where it belonged.
       2699-WRITE-HOLD-HEADER.
           MOVE SPACES TO hold-record
           STRING "HDR " DELIMITED BY SIZE
               header-date DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(header-site) DELIMITED BY SIZE
               INTO hold-record
           END-STRING
           WRITE hold-record.

       2698-CLOSE-HOLD-FILE.
           MOVE hold-hash-total TO hold-hash-display
           MOVE SPACES TO hold-record
           STRING "TRL " DELIMITED BY SIZE
               hold-count DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               hold-hash-display DELIMITED BY SIZE
               INTO hold-record
           END-STRING
           WRITE hold-record
           CLOSE hold-file
           MOVE "N" TO hold-open-switch.

      *> ----------------------------------------------------------
      *> The plant's acknowledgement, <input>.ACK:
      *>
      *>     HDR <ccyymmdd> <site>
      *>     REJ <sensor> <unit> <value> <reason>      one per reject
      *>     HLD <sensor> <unit> <value> PERIOD <ccyymm> CLOSED
      *>     STA <verdict> ACC <accepted> REJ <rejected> HLD <held>
      *>     TRL <detail-lines> <hash-total-of-detail-values>
      *>
      *> keyed to the feed's own HDR site and date, or the run date
      *> and UNKNOWN where the header was what failed.  The verdict
      *> is ACCEPTED, REFUSED CONTROL, REFUSED DUPLICATE or REFUSED
      *> OUT OF BALANCE.  Held readings were not loaded either, so
      *> they are listed and counted beside the rejects out of the
      *> .HLD sidecar; accepted is what is left.
      *>
      *> A refused duplicate loaded nothing and must not touch the
      *> first run's answer, which the plant may not have collected
      *> yet: it goes to <input>.DUP.ACK instead, carrying only the
      *> HDR, a STA of ACC 0 REJ 0 HLD 0 and the TRL -- the .REJ and
      *> .HLD sidecars on the box belong to that first run.  A file
      *> that cannot be written costs the plant its answer, not the
      *> run its outputs.
      *> ----------------------------------------------------------
       2680-WRITE-ACKNOWLEDGEMENT.
           MOVE header-site TO ack-site
           IF ack-site = SPACES THEN
               MOVE "UNKNOWN" TO ack-site
           END-IF
           MOVE header-date TO ack-date
           IF ack-date = ZERO THEN
               MOVE control-run-date TO ack-date
           END-IF
           OPEN OUTPUT ack-file
           IF ack-file-status NOT = "00" THEN
               DISPLAY "cf: cannot write acknowledgement "
                   FUNCTION TRIM(ack-file-name)
                   " (status " ack-file-status ")"
               GO TO 2680-EXIT
           END-IF
           MOVE SPACES TO ack-record
           STRING "HDR " DELIMITED BY SIZE
               ack-date DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(ack-site) DELIMITED BY SIZE
               INTO ack-record
           END-STRING
           WRITE ack-record

           MOVE ZERO TO ack-detail-count ack-hash-total
               ack-reject-lines ack-held-lines
           IF NOT ack-duplicate-refused THEN
               PERFORM 2681-ACK-SIDECAR-DETAIL
           END-IF

           IF ack-detail-count > ack-record-total THEN
               MOVE ZERO TO ack-accepted-count
           ELSE
               COMPUTE ack-accepted-count
                   = ack-record-total - ack-detail-count
           END-IF
           MOVE SPACES TO ack-record
           STRING "STA " DELIMITED BY SIZE
               ack-run-status DELIMITED BY SIZE
               " ACC " DELIMITED BY SIZE
               ack-accepted-count DELIMITED BY SIZE
               " REJ " DELIMITED BY SIZE
               ack-reject-lines DELIMITED BY SIZE
               " HLD " DELIMITED BY SIZE
               ack-held-lines DELIMITED BY SIZE
               INTO ack-record
           END-STRING
           WRITE ack-record

           MOVE ack-hash-total TO ack-hash-display
           MOVE SPACES TO ack-record
           STRING "TRL " DELIMITED BY SIZE
               ack-detail-count DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ack-hash-display DELIMITED BY SIZE
               INTO ack-record
           END-STRING
           WRITE ack-record
           CLOSE ack-file.
       2680-EXIT.
           EXIT.

      *> The run's rejects out of the .REJ sidecar, each with its
      *> reason from the registry, then its held readings out of the
      *> .HLD sidecar.
       2681-ACK-SIDECAR-DETAIL.
           MOVE "N" TO ack-reject-eof-switch ack-rejreg-switch
           OPEN INPUT rejreg-file
           IF rejreg-file-status = "00" THEN
               SET ack-rejreg-open TO TRUE
           ELSE
               IF rejreg-file-status = "05" THEN
                   CLOSE rejreg-file
               END-IF
           END-IF
           OPEN INPUT reject-file
           IF reject-file-status = "00" THEN
               PERFORM 2685-ACK-ONE-REJECT THRU 2685-EXIT
                   UNTIL ack-reject-eof
               CLOSE reject-file
           ELSE
               IF reject-file-status = "05" THEN
                   CLOSE reject-file
               END-IF
           END-IF
           IF ack-rejreg-open THEN
               CLOSE rejreg-file
           END-IF
           MOVE ack-detail-count TO ack-reject-lines
           MOVE "N" TO ack-reject-eof-switch
           ACCEPT current-date-ccyymmdd FROM DATE YYYYMMDD
           ACCEPT current-time-hhmmss FROM TIME
           OPEN INPUT hold-file
           IF hold-file-status = "00" THEN
               PERFORM 2686-ACK-ONE-HELD THRU 2686-EXIT
                   UNTIL ack-reject-eof
               CLOSE hold-file
           ELSE
               IF hold-file-status = "05" THEN
                   CLOSE hold-file
               END-IF
           END-IF
           COMPUTE ack-held-lines = ack-detail-count - ack-reject-lines.

      *> The sidecar line is parsed exactly as it was when it was
      *> rejected, so the registry key comes out the same.
       2685-ACK-ONE-REJECT.
           READ reject-file
               AT END
                   SET ack-reject-eof TO TRUE
                   GO TO 2685-EXIT
           END-READ
           IF reject-record(1:4) = "HDR " THEN
               GO TO 2685-EXIT
           END-IF
           IF reject-record(1:4) = "TRL " THEN
               SET ack-reject-eof TO TRUE
               GO TO 2685-EXIT
           END-IF
           MOVE reject-record TO batch-input-record
           PERFORM 2615-PARSE-BATCH-RECORD
           MOVE "REJ " TO ack-detail-type
           MOVE batch-sensor-id TO ack-sensor-id
           MOVE conv-unit TO ack-unit
           MOVE conv-input-value TO rejreg-value-edit
           MOVE rejreg-value-edit TO ack-value
           MOVE "REASON NOT ON REJECT REGISTRY" TO ack-reason
           IF ack-rejreg-open THEN
               MOVE batch-sensor-id TO rejreg-sensor-id
               MOVE rejreg-value-edit TO rejreg-value
               READ rejreg-file
                   NOT INVALID KEY
                       MOVE rejreg-reason TO ack-reason
               END-READ
           END-IF
           MOVE ack-detail-line TO ack-record
           WRITE ack-record
           ADD 1 TO ack-detail-count
           ADD conv-input-value TO ack-hash-total.
       2685-EXIT.
           EXIT.

      *> The month is resolved again from the held line, under the
      *> same -l setting the run had, so it names the month that
      *> was closed.
       2686-ACK-ONE-HELD.
           READ hold-file
               AT END
                   SET ack-reject-eof TO TRUE
                   GO TO 2686-EXIT
           END-READ
           IF hold-record(1:4) = "HDR " THEN
               GO TO 2686-EXIT
           END-IF
           IF hold-record(1:4) = "TRL " THEN
               SET ack-reject-eof TO TRUE
               GO TO 2686-EXIT
           END-IF
           MOVE hold-record TO batch-input-record
           PERFORM 2615-PARSE-BATCH-RECORD
           PERFORM 6200-SET-READING-CLOCK
           MOVE "HLD " TO ack-detail-type
           MOVE batch-sensor-id TO ack-sensor-id
           MOVE conv-unit TO ack-unit
           MOVE conv-input-value TO rejreg-value-edit
           MOVE rejreg-value-edit TO ack-value
           MOVE SPACES TO ack-reason
           STRING "PERIOD " DELIMITED BY SIZE
               reading-filed-date(1:6) DELIMITED BY SIZE
               " CLOSED" DELIMITED BY SIZE
               INTO ack-reason
           END-STRING
           MOVE ack-detail-line TO ack-record
           WRITE ack-record
           ADD 1 TO ack-detail-count
           ADD conv-input-value TO ack-hash-total.
       2686-EXIT.
           EXIT.

      *> Mirrors the initialization cfconv does before its own
      *> rejection paths, so a sensor rejection leaves conv-record in
      *> the same shape a unit-code rejection would: no output unit, no
           MOVE SPACES TO conv-error-message
           MOVE ZERO TO conv-sensor-offset
           MOVE ZERO TO sensor-found-index
           SEARCH ALL sensor-entry
               WHEN sensor-tbl-id(sensor-tbl-ix) = batch-sensor-id
                   SET sensor-found-index TO sensor-tbl-ix
           END-SEARCH
           EVALUATE TRUE
               WHEN sensor-found-index = ZERO
                   MOVE "N" TO conv-valid-flag
                       TO conv-sensor-offset
           END-EVALUATE.

      *> Carries report-line-count/report-page-count along with the
      *> record position, so a restarted -r run keeps numbering where
      *> the interrupted run left off instead of starting over under
           MOVE reject-count TO checkpoint-reject-count
           MOVE reject-hash-total TO checkpoint-reject-hash
           MOVE exception-count TO checkpoint-exception-count
           MOVE hold-count TO checkpoint-hold-count
           MOVE hold-hash-total TO checkpoint-hold-hash

           PERFORM 2710-FLUSH-OUTPUT-FILE
           PERFORM 2720-FLUSH-AUDIT-FILE
           IF reject-file-open THEN
               PERFORM 2730-FLUSH-REJECT-FILE
           END-IF
           IF hold-file-open THEN
               PERFORM 2735-FLUSH-HOLD-FILE
           END-IF
           IF history-file-open THEN
               PERFORM 2740-FLUSH-HISTORY-FILE
           END-IF
           IF rejreg-file-open THEN
               PERFORM 2760-FLUSH-REJREG-FILE
           END-IF
           IF excur-file-open THEN
               PERFORM 2770-FLUSH-EXCUR-FILE
           END-IF

           OPEN OUTPUT checkpoint-file
           WRITE checkpoint-record
           CLOSE reject-file
           OPEN EXTEND reject-file.

       2735-FLUSH-HOLD-FILE.
           CLOSE hold-file
           OPEN EXTEND hold-file.

       2740-FLUSH-HISTORY-FILE.
           CLOSE history-file
           OPEN I-O history-file.
           CLOSE rejreg-file
           OPEN I-O rejreg-file.

       2770-FLUSH-EXCUR-FILE.
           CLOSE excur-file
           OPEN I-O excur-file.

      *> ----------------------------------------------------------
      *> Exception monitoring.  The reading's own sensor band wins
      *> over its unit band; with neither, nothing to judge.  An
      *> out-of-band reading raises a console alert as the run
      *> processes and a line on the end-of-run exceptions report,
      *> and is otherwise converted and audited like any other.
      *> Every judged reading, in band or out, then goes to the
      *> excursion register, since an in-band one may be what ends
      *> a probe's spell outside.
      *> ----------------------------------------------------------
       2900-CHECK-ALARM-BAND.
           MOVE ZERO TO alarm-found-index
           MOVE batch-sensor-id TO alarm-search-key
           PERFORM 2905-FIND-ALARM-KEY
           IF alarm-found-index = ZERO THEN
               MOVE SPACES TO alarm-search-key
               MOVE conv-unit TO alarm-search-key(1:1)
               PERFORM 2905-FIND-ALARM-KEY
           END-IF
           IF alarm-found-index = ZERO THEN
               GO TO 2900-EXIT
           END-IF
           MOVE "N" TO band-breach-switch
           IF conv-input-value < alarm-tbl-low(alarm-found-index)
                   OR conv-input-value
                       > alarm-tbl-high(alarm-found-index) THEN
               SET band-breached TO TRUE
               PERFORM 2910-RAISE-EXCEPTION
           END-IF
           IF excur-file-open THEN
               PERFORM 2970-TRACK-EXCURSION THRU 2970-EXIT
           END-IF.
       2900-EXIT.
           EXIT.

       2905-FIND-ALARM-KEY.
           SEARCH ALL alarm-entry
               WHEN alarm-tbl-key(alarm-tbl-ix) = alarm-search-key
                   SET alarm-found-index TO alarm-tbl-ix
           END-SEARCH.

       2910-RAISE-EXCEPTION.
           ADD 1 TO exception-count
               GO TO 2930-EXIT
           END-IF
           MOVE ZERO TO delta-found-index
           MOVE batch-sensor-id TO delta-search-key
           PERFORM 2935-FIND-DELTA-KEY
           IF delta-found-index = ZERO THEN
               MOVE SPACES TO delta-search-key
               MOVE conv-unit TO delta-search-key(1:1)
               PERFORM 2935-FIND-DELTA-KEY
           END-IF

      *> No limit, no prior reading, or a prior in a different unit
      *> leaves nothing to judge; the reading still rolls the table
      *> so the next one has a prior.  A reading gets this far only
      *> once 2630-RESOLVE-SENSOR has found its probe.
           IF delta-found-index > ZERO
               AND sensor-tbl-prior-seen(sensor-found-index)
               AND sensor-tbl-prior-unit(sensor-found-index)
                   = conv-unit THEN
               COMPUTE delta-difference = conv-input-value
                   - sensor-tbl-prior-value(sensor-found-index)
               IF delta-difference < ZERO THEN
                   COMPUTE delta-difference
                       = ZERO - delta-difference
               END-IF
               IF delta-tbl-stuck(delta-found-index) > ZERO AND
                   delta-difference = ZERO AND
                   sensor-tbl-prior-same(sensor-found-index) + 1
                       >= delta-tbl-stuck(delta-found-index) THEN
                   PERFORM 2945-RAISE-STUCK-EXCEPTION
               END-IF
       2930-EXIT.
           EXIT.

       2935-FIND-DELTA-KEY.
           SEARCH ALL delta-entry
               WHEN delta-tbl-key(delta-tbl-ix) = delta-search-key
                   SET delta-found-index TO delta-tbl-ix
           END-SEARCH.

       2940-RAISE-JUMP-EXCEPTION.
           ADD 1 TO exception-count
           MOVE "Y" TO record-exception-flag
           MOVE conv-input-value TO alarm-value-display
           MOVE sensor-tbl-prior-value(sensor-found-index)
               TO delta-prior-display
           MOVE delta-tbl-max(delta-found-index)
               TO delta-limit-display
           MOVE "Y" TO record-exception-flag
           MOVE conv-input-value TO alarm-value-display
           COMPUTE delta-stuck-display
               = sensor-tbl-prior-same(sensor-found-index) + 1
           DISPLAY "cf: STUCK record " record-count
               " sensor " batch-sensor-id
               " value " alarm-value-display
                   END-IF
           END-READ.

      *> ----------------------------------------------------------
      *> Excursion register upkeep for a reading the band check has
      *> just judged.  The reading clock is resolved here the same
      *> way 6000-AUDIT-LOG will resolve it, so an event's times are
      *> the times the history file shows.  Out of band with no open
      *> event starts one; out of band with one open extends it and
      *> may raise its peak; back in band closes it.
      *> ----------------------------------------------------------
       2970-TRACK-EXCURSION.
           ACCEPT current-date-ccyymmdd FROM DATE YYYYMMDD
           ACCEPT current-time-hhmmss FROM TIME
           PERFORM 6200-SET-READING-CLOCK
           COMPUTE excursion-reading-stamp
               = reading-filed-date * 1000000 + reading-filed-time
           IF sensor-tbl-excur-unknown(sensor-found-index) THEN
               PERFORM 2971-FIND-LATEST-EXCURSION
           END-IF
           IF NOT sensor-tbl-excur-none(sensor-found-index) THEN
               IF excursion-reading-stamp
                       < sensor-tbl-excur-latest(sensor-found-index)
                       THEN
                   GO TO 2970-EXIT
               END-IF
           END-IF
           MOVE "N" TO excur-found-switch
           IF sensor-tbl-excur-open(sensor-found-index) THEN
               PERFORM 2978-READ-OPEN-EXCURSION
           END-IF
           IF band-breached THEN
               PERFORM 2973-MEASURE-DEVIATION
               IF excur-found AND excur-open THEN
                   PERFORM 2975-EXTEND-EXCURSION
               ELSE
                   PERFORM 2974-OPEN-EXCURSION
               END-IF
           ELSE
               IF excur-found AND excur-open THEN
                   PERFORM 2976-CLOSE-EXCURSION
               END-IF
           END-IF.
       2970-EXIT.
           EXIT.

      *> A probe's events key in start order, so the last one read
      *> for the sensor is its latest, and the only one that can
      *> still be open.  The walk is made once a run per probe; its
      *> result stays in the probe's sensor-table entry.
       2971-FIND-LATEST-EXCURSION.
           MOVE "N" TO excur-scan-eof-switch
           SET sensor-tbl-excur-none(sensor-found-index) TO TRUE
           MOVE batch-sensor-id TO excur-sensor-id
           MOVE ZERO TO excur-start-date excur-start-time
           START excur-file KEY NOT LESS excur-key
               INVALID KEY
                   SET excur-scan-eof TO TRUE
           END-START
           PERFORM 2972-SCAN-SENSOR-EXCURSION THRU 2972-EXIT
               UNTIL excur-scan-eof.

       2972-SCAN-SENSOR-EXCURSION.
           READ excur-file NEXT
               AT END
                   SET excur-scan-eof TO TRUE
                   GO TO 2972-EXIT
           END-READ
           IF excur-sensor-id NOT = batch-sensor-id THEN
               SET excur-scan-eof TO TRUE
               GO TO 2972-EXIT
           END-IF
           MOVE excur-start-date
               TO sensor-tbl-excur-start-date(sensor-found-index)
           MOVE excur-start-time
               TO sensor-tbl-excur-start-time(sensor-found-index)
           IF excur-open THEN
               SET sensor-tbl-excur-open(sensor-found-index) TO TRUE
               COMPUTE sensor-tbl-excur-latest(sensor-found-index)
                   = excur-last-date * 1000000 + excur-last-time
           ELSE
               SET sensor-tbl-excur-closed(sensor-found-index)
                   TO TRUE
               COMPUTE sensor-tbl-excur-latest(sensor-found-index)
                   = excur-end-date * 1000000 + excur-end-time
           END-IF.
       2972-EXIT.
           EXIT.

       2973-MEASURE-DEVIATION.
           IF conv-input-value > alarm-tbl-high(alarm-found-index)
                   THEN
               COMPUTE excursion-deviation = conv-input-value
                   - alarm-tbl-high(alarm-found-index)
               MOVE "H" TO excursion-direction
           ELSE
               COMPUTE excursion-deviation
                   = alarm-tbl-low(alarm-found-index)
                       - conv-input-value
               MOVE "L" TO excursion-direction
           END-IF.

      *> The band in force when the spell began is kept with it, so
      *> a band widened mid-excursion does not rewrite what QA was
      *> measuring against.  A second reading of the same probe in
      *> the same second finds the key taken and simply rides along
      *> with the event already opened.
       2974-OPEN-EXCURSION.
           MOVE SPACES TO excur-record
           MOVE batch-sensor-id TO excur-sensor-id
           MOVE reading-filed-date TO excur-start-date
               excur-peak-date excur-last-date
           MOVE reading-filed-time TO excur-start-time
               excur-peak-time excur-last-time
           MOVE header-site TO excur-site
           MOVE conv-unit TO excur-unit
           MOVE alarm-tbl-low(alarm-found-index) TO excur-band-low
           MOVE alarm-tbl-high(alarm-found-index) TO excur-band-high
           MOVE conv-input-value TO excur-peak-value
           MOVE excursion-deviation TO excur-peak-deviation
           MOVE excursion-direction TO excur-peak-direction
           MOVE ZERO TO excur-end-date excur-end-time
               excur-duration-minutes
           MOVE 1 TO excur-reading-count
           SET excur-open TO TRUE
           WRITE excur-record
           IF excur-file-status = "00" THEN
               SET sensor-tbl-excur-open(sensor-found-index) TO TRUE
               MOVE reading-filed-date
                   TO sensor-tbl-excur-start-date(sensor-found-index)
               MOVE reading-filed-time
                   TO sensor-tbl-excur-start-time(sensor-found-index)
               MOVE excursion-reading-stamp
                   TO sensor-tbl-excur-latest(sensor-found-index)
               ADD 1 TO excursions-opened
               DISPLAY "cf: EXCURSION opened sensor "
                   batch-sensor-id " at " excur-start-date " "
                   excur-start-time
           END-IF.

       2975-EXTEND-EXCURSION.
           ADD 1 TO excur-reading-count
           MOVE reading-filed-date TO excur-last-date
           MOVE reading-filed-time TO excur-last-time
           IF excursion-deviation > excur-peak-deviation THEN
               MOVE conv-input-value TO excur-peak-value
               MOVE excursion-deviation TO excur-peak-deviation
               MOVE excursion-direction TO excur-peak-direction
               MOVE reading-filed-date TO excur-peak-date
               MOVE reading-filed-time TO excur-peak-time
           END-IF
           PERFORM 2977-MEASURE-DURATION
           REWRITE excur-record
           MOVE excursion-reading-stamp
               TO sensor-tbl-excur-latest(sensor-found-index).

       2976-CLOSE-EXCURSION.
           MOVE reading-filed-date TO excur-end-date
           MOVE reading-filed-time TO excur-end-time
           PERFORM 2977-MEASURE-DURATION
           SET excur-closed TO TRUE
           REWRITE excur-record
           SET sensor-tbl-excur-closed(sensor-found-index) TO TRUE
           MOVE excursion-reading-stamp
               TO sensor-tbl-excur-latest(sensor-found-index)
           ADD 1 TO excursions-closed
           MOVE excur-duration-minutes TO excursion-minutes-display
           DISPLAY "cf: EXCURSION closed sensor " batch-sensor-id
               " after " FUNCTION TRIM(excursion-minutes-display)
               " minutes".

      *> Whole minutes from the start reading to the reading just
      *> taken; the reading clock resolved above is that reading.
       2977-MEASURE-DURATION.
           MOVE excur-start-date TO excursion-from-date
           MOVE excur-start-time(1:2) TO excursion-from-hh
           MOVE excur-start-time(3:2) TO excursion-from-mm
           MOVE excur-start-time(5:2) TO excursion-from-ss
           MOVE reading-filed-date TO excursion-to-date
           MOVE reading-filed-time(1:2) TO excursion-to-hh
           MOVE reading-filed-time(3:2) TO excursion-to-mm
           MOVE reading-filed-time(5:2) TO excursion-to-ss
           COMPUTE excursion-seconds
               = (FUNCTION INTEGER-OF-DATE(excursion-to-date)
                   - FUNCTION INTEGER-OF-DATE(excursion-from-date))
                       * 86400
               + (excursion-to-hh * 3600 + excursion-to-mm * 60
                   + excursion-to-ss)
               - (excursion-from-hh * 3600 + excursion-from-mm * 60
                   + excursion-from-ss)
           IF excursion-seconds < ZERO THEN
               MOVE ZERO TO excursion-seconds
           END-IF
           COMPUTE excur-duration-minutes = excursion-seconds / 60.

      *> The open event is read by key only when this reading is
      *> going to rewrite it.  One gone from the register since the
      *> lookup is forgotten, and a breach starts a fresh one.
       2978-READ-OPEN-EXCURSION.
           MOVE batch-sensor-id TO excur-sensor-id
           MOVE sensor-tbl-excur-start-date(sensor-found-index)
               TO excur-start-date
           MOVE sensor-tbl-excur-start-time(sensor-found-index)
               TO excur-start-time
           READ excur-file
               INVALID KEY
                   SET sensor-tbl-excur-none(sensor-found-index)
                       TO TRUE
               NOT INVALID KEY
                   SET excur-found TO TRUE
           END-READ.

      *> The reading just screened becomes the prior for the next
      *> one, so two implausible deliveries inside one run are both
      *> caught.
       2950-ROLL-PRIOR-READING.
           IF sensor-tbl-prior-seen(sensor-found-index)
               AND sensor-tbl-prior-unit(sensor-found-index)
                   = conv-unit
               AND sensor-tbl-prior-value(sensor-found-index)
                   = conv-input-value THEN
               ADD 1 TO sensor-tbl-prior-same(sensor-found-index)
           ELSE
               SET sensor-tbl-prior-seen(sensor-found-index) TO TRUE
               MOVE conv-unit
                   TO sensor-tbl-prior-unit(sensor-found-index)
               MOVE conv-input-value
                   TO sensor-tbl-prior-value(sensor-found-index)
               MOVE 1 TO sensor-tbl-prior-same(sensor-found-index)
           END-IF.

      *> ----------------------------------------------------------
                   SET scan-eof TO TRUE
                   GO TO 2810-EXIT
           END-READ
      *> The header is noted here only so a refused duplicate can
      *> still be acknowledged under its site and date;
      *> 2606-READ-HEADER judges it when the run proper starts.
           IF batch-input-record(1:4) = "HDR " THEN
               MOVE SPACES TO control-text-1 control-text-2
               UNSTRING batch-input-record DELIMITED BY ALL SPACE
                   INTO control-word control-text-1 control-text-2
               END-UNSTRING
               MOVE FUNCTION NUMVAL(control-text-1) TO header-date
               MOVE FUNCTION UPPER-CASE(control-text-2(1:12))
                   TO header-site
               GO TO 2810-EXIT
           END-IF
           IF batch-input-record(1:4) = "TRL " THEN
               FUNCTION TRIM(input-file-name)
               " already processed to completion at "
               duplicate-completed "; use -f to force a rerun"
           SET ack-duplicate-refused TO TRUE
           MOVE ZERO TO ack-record-total
           MOVE SPACES TO ack-file-name
           STRING FUNCTION TRIM(input-file-name) DELIMITED BY SIZE
               ".DUP.ACK" DELIMITED BY SIZE
               INTO ack-file-name
           END-STRING
           PERFORM 2680-WRITE-ACKNOWLEDGEMENT THRU 2680-EXIT
           CLOSE audit-file
           MOVE 8 TO RETURN-CODE
           STOP RUN.
           MOVE conv-output-value TO history-value-out
           MOVE conv-valid-flag TO history-valid-flag
           MOVE header-site TO history-site
           MOVE SPACE TO history-restated-flag
           MOVE ZERO TO history-restated-date
           PERFORM 6510-WRITE-HISTORY-RECORD THRU 6510-EXIT.

       6510-WRITE-HISTORY-RECORD.

      *> by sensor-id.  The per-sensor drift offset here is applied on
      *> top of the site-wide per-unit offset from CALPARM.DAT, so a
      *> single probe reading high can be corrected without skewing
      *> every other probe on the same unit.  sensor-last-calibrated
      *> is stamped by a passing cfkey bench session; a record from
      *> before the field existed reads back non-numeric there and
      *> counts as never calibrated.

       01 sensor-record.
           05 sensor-id           PIC X(08).
           05 sensor-status-flag  PIC X(01).
               88 sensor-active         VALUE "A".
               88 sensor-inactive       VALUE "I".
           05 sensor-last-calibrated PIC 9(08).
